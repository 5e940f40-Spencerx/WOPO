000100*--------------------------------------------------------------*
000200* PCHGREC -- RECORD LAYOUT FOR THE PENDCHG PENDING-CHANGE FILE
000300*            (KSDS).
000400*
000500* EVERY CHANGE TO ESCMNEM OR PARTPROF, BATCH OR ONLINE, IS
000600* WRITTEN HERE FIRST AS A PENDING ("P") CHANGE BY THE USER WHO
000700* MADE IT (THE MAKER) AND IS APPLIED ONLY WHEN A SECOND,
000800* DIFFERENT USER (THE CHECKER) APPROVES IT ("A").  THE CHECKER
000900* MAY INSTEAD REJECT IT ("R"), AND PENDING-CHANGE-REPORT
001000* EXPIRES ONE LEFT PENDING TOO LONG ("X").  A DECIDED RECORD
001100* STAYS ON FILE AS THE AUDIT TRAIL OF WHO DECIDED IT AND WHEN.
001200* AT MOST ONE CHANGE PER FILE AND ENTITY IS PENDING AT A TIME.
001300*
001400* THE KEY IS THE FILE ("E" ESCMNEM, "P" PARTPROF), THE ENTITY
001500* (THE ESCAPE CODE AS THREE DIGITS, LEFT-JUSTIFIED, OR THE
001600* PARTNER ID), AND THE SUBMISSION DATE AND TIME (HHMMSSHH), SO
001700* AN ENTITY'S CHANGES SORT OLDEST FIRST.  THE BEFORE IMAGE IS
001800* THE ENTITY AS IT STOOD WHEN THE CHANGE WAS SUBMITTED; THE
001900* APPROVAL REFUSES TO APPLY OVER ANYTHING ELSE.  THE AFTER IMAGE
002000* IS WHAT THE APPROVAL WRITES (SPACES FOR A DELETE).  FOR
002100* PARTPROF BOTH ARE WHOLE PARTREC IMAGES; FOR ESCMNEM, THE
002200* TOKEN.  MAINTAINED BY ESCAPE-MNEMONIC-MAINT, ESCMONL,
002300* PARTNER-PROFILE-MAINT AND PARTONL; LISTED AND EXPIRED BY
002400* PENDING-CHANGE-REPORT.
002500*
002600* CLUSTER: KEYS(25 0) RECORDSIZE(800 800).
002700* MODIFICATION HISTORY.
002800*    2026-10-15  DS  INITIAL VERSION.
002900*--------------------------------------------------------------*
003000 01  PCHG-RECORD.
003100     03 PCHG-KEY.
003200        05 PCHG-FILE-ID             PIC X(01).
003300            88 PCHG-FOR-ESCMNEM     VALUE "E".
003400            88 PCHG-FOR-PARTPROF    VALUE "P".
003500        05 PCHG-ENTITY              PIC X(08).
003600        05 PCHG-ESC-ENTITY REDEFINES PCHG-ENTITY.
003700           07 PCHG-ESC-CODE         PIC 999.
003800           07 FILLER                PIC X(05).
003900        05 PCHG-SUB-DATE            PIC 9(08).
004000        05 PCHG-SUB-TIME            PIC 9(08).
004100     03 PCHG-STATUS                 PIC X(01).
004200         88 PCHG-PENDING            VALUE "P".
004300         88 PCHG-APPROVED           VALUE "A".
004400         88 PCHG-REJECTED           VALUE "R".
004500         88 PCHG-EXPIRED            VALUE "X".
004600     03 PCHG-ACTION                 PIC X(01).
004700         88 PCHG-ADD-CHANGE         VALUE "A".
004800         88 PCHG-DELETE             VALUE "D".
004900     03 PCHG-MAKER                  PIC X(08).
005000     03 PCHG-MAKER-TERM             PIC X(04).
005100     03 PCHG-CHECKER                PIC X(08).
005200     03 PCHG-DEC-DATE               PIC 9(08).
005300     03 PCHG-DEC-TIME               PIC 9(08).
005400     03 PCHG-DEC-TERM               PIC X(04).
005500     03 PCHG-REASON                 PIC X(30).
005600     03 PCHG-VERSION                PIC 9(04).
005700     03 PCHG-BEFORE                 PIC X(320).
005800     03 PCHG-ESC-BEFORE REDEFINES PCHG-BEFORE.
005900        05 PCHG-EB-TOKEN            PIC X(06).
006000        05 FILLER                   PIC X(314).
006100     03 PCHG-AFTER                  PIC X(320).
006200     03 PCHG-ESC-AFTER REDEFINES PCHG-AFTER.
006300        05 PCHG-EA-TOKEN            PIC X(06).
006400        05 FILLER                   PIC X(314).
006500     03 FILLER                      PIC X(59).
006600*
