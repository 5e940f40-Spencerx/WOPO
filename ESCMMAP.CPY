000600* OR RESIZED THERE.  TIOAPFX=YES, SO EVERY MAP STARTS WITH THE
000700* 12-BYTE PREFIX.  MODIFICATION HISTORY.
000800*    2026-08-23  DS  INITIAL VERSION.
000801*    2026-10-15  DS  REASON FIELD, FOR REJECTING A PENDING
000802*                    CHANGE.
000900*--------------------------------------------------------------*
001000 01  ESCMMAPI.
001100     03 FILLER                      PIC X(12).
002100     03 USERIDL                     PIC S9(04) COMP.
002200     03 USERIDF                     PIC X(01).
002300     03 USERIDI                     PIC X(08).
002310     03 REASONL                     PIC S9(04) COMP.
002320     03 REASONF                     PIC X(01).
002330     03 REASONI                     PIC X(30).
002400     03 MSGL                        PIC S9(04) COMP.
002500     03 MSGF                        PIC X(01).
002600     03 MSGI                        PIC X(79).
004000     03 FILLER                      PIC X(03).
004100     03 USERIDO                     PIC X(08).
004200     03 FILLER                      PIC X(03).
004210     03 REASONO                     PIC X(30).
004220     03 FILLER                      PIC X(03).
004300     03 MSGO                        PIC X(79).
004400     03 BROWSE-LINES-O.
004500        05 BL-ENTRY-O OCCURS 12 TIMES.
