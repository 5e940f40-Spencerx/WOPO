000100*--------------------------------------------------------------*
000200* CKPTREC -- RECORD LAYOUT FOR THE TRANCODE CKPTFILE RESTART
000300*            CHECKPOINT.
000400*
000500* ONE RECORD, REWRITTEN IN PLACE EVERY CHECKPOINT INTERVAL AND
000600* AT THE TOP OF EACH MANIFEST ENTRY ("P" -- A RUN IN PROGRESS,
000700* RESUMABLE WITH PARM RESTART), AND ONCE MORE AT NORMAL END OF
000800* RUN ("C" -- NOTHING TO RESUME).  WRITTEN AND READ BY
000900* TRANSCODE-DRIVER, READ BY RERUN-ADVISOR TO DECIDE HOW A
001000* FAILED RUN SHOULD BE RECOVERED.  SHARED BY BOTH PROGRAMS SO
001100* THE FILE'S SHAPE CANNOT DRIFT BETWEEN THEM.  MODIFICATION
001200* HISTORY.
001300*    2026-09-28  DS  INITIAL VERSION, LIFTED UNCHANGED FROM
001400*                    TRANSCODE-DRIVER'S OWN FD.
001500*--------------------------------------------------------------*
001600 01  CKPT-RECORD.
001700     03 CKPT-RECS-PROCESSED      PIC 9(09).
001800     03 CKPT-BYTE-POSITION       PIC 9(09).
001900     03 CKPT-RUN-MODE            PIC X(06).
002000     03 CKPT-RUN-STATUS          PIC X(01).
002100         88 CKPT-IN-PROGRESS     VALUE "P".
002200         88 CKPT-COMPLETE        VALUE "C".
002300     03 CKPT-BYTE-TOTAL          PIC 9(12).
002400     03 CKPT-CHECKSUM            PIC 9(09).
002500     03 CKPT-MAN-ENTRY           PIC 9(03).
002600     03 CKPT-RECS-WRITTEN        PIC 9(09).
002700*    LAST KEY PROCESSED ON A KEYED INPUT (SPACES OTHERWISE) --
002800*    A RESTART ON A KSDS RESUMES PAST THIS KEY INSTEAD OF BY
002900*    RECORD COUNT.
003000     03 CKPT-LAST-KEY            PIC X(64).
003100     03 CKPT-FILLER              PIC X(22).
003200*
