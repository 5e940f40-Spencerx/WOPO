000100*--------------------------------------------------------------*
000200* SCHDREC -- RECORD LAYOUT FOR THE DLVSCHED EXPECTED-DELIVERY
000300*            SCHEDULE.
000400*
000500* ONE CARD PER PARTNER AND DIRECTION: THE BUSINESS DAYS A FILE
000600* IS DUE (DECODE: THE PARTNER SENDS US ONE; ENCODE: WE SEND THE
000700* PARTNER ONE) AND THE CUT-OFF TIME BY WHICH THAT DELIVERY
000800* MUST BE ON THE DLVREG REGISTER.  A DELIVERY IS MATCHED BY THE
000900* PARTNER ID TRANSCODE-DRIVER STAMPS ON THE REGISTER (THE
001000* PARTNER= CARD) OR, FOR RUNS THAT NAME NO PARTNER, BY THE
001100* LEADING CHARACTERS OF THE SOURCE DSN.  KEPT AS AN EDITED CARD
001200* DATASET ("*" IN COLUMN 1 IS A COMMENT) AND READ BY
001300* DELIVERY-SCHEDULE-CHECK.
001400*
001500* CARD: PARTNER(1-8) MODE(9-14) DAYS(15-21, MONDAY FIRST, "Y"
001600* WHEN DUE) CUTOFF(22-25, HHMM) DSN-PREFIX(26-69).
001700* MODIFICATION HISTORY.
001800*    2026-09-08  DS  INITIAL VERSION.
001900*--------------------------------------------------------------*
002000 01  SCHD-RECORD.
002100     03 SCHD-PARTNER                PIC X(08).
002200     03 SCHD-MODE                   PIC X(06).
002300     03 SCHD-DAYS.
002400        05 SCHD-DAY-FLAG            PIC X(01) OCCURS 7 TIMES.
002500     03 SCHD-CUTOFF-X               PIC X(04).
002600     03 SCHD-CUTOFF REDEFINES SCHD-CUTOFF-X.
002700        05 SCHD-CUTOFF-HH           PIC 9(02).
002800        05 SCHD-CUTOFF-MM           PIC 9(02).
002900     03 SCHD-DSN-PREFIX             PIC X(44).
003000     03 FILLER                      PIC X(11).
003100*
