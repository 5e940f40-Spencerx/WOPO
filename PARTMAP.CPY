000100*--------------------------------------------------------------*
000200* PARTMAP -- SYMBOLIC MAP FOR THE PARTSET/PARTMAP BMS SCREEN.
000300*
000400* HAND-CARRIED TWIN OF THE DSECT THE PARTSET.BMS ASSEMBLY
000500* GENERATES -- KEEP THE TWO IN STEP WHENEVER A FIELD IS ADDED
000600* OR RESIZED THERE.  TIOAPFX=YES, SO EVERY MAP STARTS WITH THE
000700* 12-BYTE PREFIX.  THE EIGHT DETAIL LINES (ONE FIELD-MAP ENTRY
000800* AND ONE BROWSE LINE EACH) ARE CARRIED AS AN OCCURS GROUP.
000900* MODIFICATION HISTORY.
001000*    2026-09-18  DS  INITIAL VERSION.
001001*    2026-10-08  DS  CHARPOL (CHARACTER POLICY) FIELD, ROW 8.
001002*    2026-10-15  DS  REASON FIELD, ROW 10, FOR REJECTING A
001003*                    PENDING CHANGE.
001004*    2026-10-15  DS  ACKLAY (RECEIPT ACKNOWLEDGMENT LAYOUT)
001005*                    FIELD, ROW 8.
001100*--------------------------------------------------------------*
001200 01  PARTMAPI.
001300     03 FILLER                      PIC X(12).
001400     03 FUNCL                       PIC S9(04) COMP.
001500     03 FUNCF                       PIC X(01).
001600     03 FUNCI                       PIC X(01).
001700     03 PARTIDL                     PIC S9(04) COMP.
001800     03 PARTIDF                     PIC X(01).
001900     03 PARTIDI                     PIC X(08).
002000     03 MODEL                       PIC S9(04) COMP.
002100     03 MODEF                       PIC X(01).
002200     03 MODEI                       PIC X(06).
002300     03 CPAGEL                      PIC S9(04) COMP.
002400     03 CPAGEF                      PIC X(01).
002500     03 CPAGEI                      PIC X(08).
002600     03 EBCDICL                     PIC S9(04) COMP.
002700     03 EBCDICF                     PIC X(01).
002800     03 EBCDICI                     PIC X(01).
002900     03 UTF8L                       PIC S9(04) COMP.
003000     03 UTF8F                       PIC X(01).
003100     03 UTF8I                       PIC X(01).
003200     03 JSONL                       PIC S9(04) COMP.
003300     03 JSONF                       PIC X(01).
003400     03 JSONI                       PIC X(01).
003500     03 NONSELL                     PIC S9(04) COMP.
003600     03 NONSELF                     PIC X(01).
003700     03 NONSELI                     PIC X(01).
003800     03 MAXERRL                     PIC S9(04) COMP.
003900     03 MAXERRF                     PIC X(01).
004000     03 MAXERRI                     PIC X(09).
004100     03 USERIDL                     PIC S9(04) COMP.
004200     03 USERIDF                     PIC X(01).
004300     03 USERIDI                     PIC X(08).
004310     03 CHARPOLL                    PIC S9(04) COMP.
004320     03 CHARPOLF                    PIC X(01).
004330     03 CHARPOLI                    PIC X(08).
004340     03 ACKLAYL                     PIC S9(04) COMP.
004350     03 ACKLAYF                     PIC X(01).
004360     03 ACKLAYI                     PIC X(01).
004400     03 MSGL                        PIC S9(04) COMP.
004500     03 MSGF                        PIC X(01).
004600     03 MSGI                        PIC X(79).
004610     03 REASONL                     PIC S9(04) COMP.
004620     03 REASONF                     PIC X(01).
004630     03 REASONI                     PIC X(30).
004700     03 FMPAGEL                     PIC S9(04) COMP.
004800     03 FMPAGEF                     PIC X(01).
004900     03 FMPAGEI                     PIC X(36).
005000     03 DETAIL-LINES-I.
005100        05 DL-ENTRY-I OCCURS 8 TIMES.
005200           07 FNOL                  PIC S9(04) COMP.
005300           07 FNOF                  PIC X(01).
005400           07 FNOI                  PIC X(02).
005500           07 FSTL                  PIC S9(04) COMP.
005600           07 FSTF                  PIC X(01).
005700           07 FSTI                  PIC X(04).
005800           07 FLNL                  PIC S9(04) COMP.
005900           07 FLNF                  PIC X(01).
006000           07 FLNI                  PIC X(04).
006100           07 FUSL                  PIC S9(04) COMP.
006200           07 FUSF                  PIC X(01).
006300           07 FUSI                  PIC X(01).
006400           07 FSNL                  PIC S9(04) COMP.
006500           07 FSNF                  PIC X(01).
006600           07 FSNI                  PIC X(01).
006700           07 BLL                   PIC S9(04) COMP.
006800           07 BLF                   PIC X(01).
006900           07 BLI                   PIC X(36).
007000 01  PARTMAPO REDEFINES PARTMAPI.
007100     03 FILLER                      PIC X(12).
007200     03 FILLER                      PIC X(03).
007300     03 FUNCO                       PIC X(01).
007400     03 FILLER                      PIC X(03).
007500     03 PARTIDO                     PIC X(08).
007600     03 FILLER                      PIC X(03).
007700     03 MODEO                       PIC X(06).
007800     03 FILLER                      PIC X(03).
007900     03 CPAGEO                      PIC X(08).
008000     03 FILLER                      PIC X(03).
008100     03 EBCDICO                     PIC X(01).
008200     03 FILLER                      PIC X(03).
008300     03 UTF8O                       PIC X(01).
008400     03 FILLER                      PIC X(03).
008500     03 JSONO                       PIC X(01).
008600     03 FILLER                      PIC X(03).
008700     03 NONSELO                     PIC X(01).
008800     03 FILLER                      PIC X(03).
008900     03 MAXERRO                     PIC X(09).
009000     03 FILLER                      PIC X(03).
009100     03 USERIDO                     PIC X(08).
009200     03 FILLER                      PIC X(03).
009210     03 CHARPOLO                    PIC X(08).
009220     03 FILLER                      PIC X(03).
009230     03 ACKLAYO                     PIC X(01).
009240     03 FILLER                      PIC X(03).
009300     03 MSGO                        PIC X(79).
009400     03 FILLER                      PIC X(03).
009410     03 REASONO                     PIC X(30).
009420     03 FILLER                      PIC X(03).
009500     03 FMPAGEO                     PIC X(36).
009600     03 DETAIL-LINES-O.
009700        05 DL-ENTRY-O OCCURS 8 TIMES.
009800           07 FILLER                PIC X(03).
009900           07 FNOO                  PIC X(02).
010000           07 FILLER                PIC X(03).
010100           07 FSTO                  PIC X(04).
010200           07 FILLER                PIC X(03).
010300           07 FLNO                  PIC X(04).
010400           07 FILLER                PIC X(03).
010500           07 FUSO                  PIC X(01).
010600           07 FILLER                PIC X(03).
010700           07 FSNO                  PIC X(01).
010800           07 FILLER                PIC X(03).
010900           07 BLO                   PIC X(36).
011000*
