000100*--------------------------------------------------------------*
000200* CPOLREC -- RECORD LAYOUT FOR THE CHARPOL OUTBOUND CHARACTER-
000300*            POLICY FILE (KSDS).
000400*
000500* A CHARACTER POLICY SAYS WHICH CODE POINTS A PARTNER'S SYSTEM
000600* WILL ACCEPT IN AN ENCODE DELIVERY, AND WHAT GOES OUT IN PLACE
000700* OF THE ONES IT WILL NOT.  ONE RECORD PER RULE, KEYED BY THE
000800* POLICY NAME AND THE FIRST CODE POINT THE RULE COVERS; THE
000900* RULE RUNS TO CPOL-TO-CP.  CODE POINTS ARE DECIMAL -- 0-255 FOR
001000* AN ORDINARY OUTPUT BYTE, UP TO 1114111 FOR A "$UXXXX$" TOKEN
001100* REBUILT INTO UTF-8.  A RULE EITHER ALLOWS ITS CODE POINTS OR
001200* SUBSTITUTES THEM WITH CPOL-SUB-TEXT (ONE TO EIGHT PRINTABLE
001300* CHARACTERS -- AN ACCENTED LETTER FOLDED TO ITS PLAIN LETTER,
001400* OR A POLICY-WIDE REPLACEMENT CHARACTER OVER A WIDE RANGE).
001500* WHERE RULES OVERLAP THE NARROWEST ONE WINS, SO A SINGLE-CODE
001600* RULE ALWAYS BEATS A RANGE; BETWEEN RULES OF EQUAL WIDTH THE
001700* LOWER STARTING CODE POINT WINS.  A CODE POINT NO RULE COVERS
001800* IS DISALLOWED AND IS REJECTED.  THE POLICY A PARTNER RUNS
001900* UNDER IS NAMED ON ITS PARTPROF PROFILE (PART-CHARPOL).
002000* MAINTAINED BY CHAR-POLICY-MAINT AND READ BY TRANSCODE-DRIVER,
002100* PARTNER-PROFILE-MAINT AND PARTONL.  SHARED SO THE FILE'S
002200* SHAPE CANNOT DRIFT BETWEEN THEM.
002300*
002400* CLUSTER: KEYS(15 0) RECORDSIZE(100 100).
002500* MODIFICATION HISTORY.
002600*    2026-10-08  DS  INITIAL VERSION.
002700*--------------------------------------------------------------*
002800 01  CPOL-RECORD.
002900     03 CPOL-KEY.
003000        05 CPOL-POLICY              PIC X(08).
003100        05 CPOL-FROM-CP             PIC 9(07).
003200     03 CPOL-TO-CP                  PIC 9(07).
003300     03 CPOL-ACTION                 PIC X(01).
003400         88 CPOL-ALLOW              VALUE "A".
003500         88 CPOL-SUBSTITUTE         VALUE "S".
003600     03 CPOL-SUB-LEN                PIC 9(01).
003700     03 CPOL-SUB-TEXT               PIC X(08).
003800     03 CPOL-DESC                   PIC X(30).
003900     03 CPOL-USER                   PIC X(08).
004000     03 CPOL-DATE                   PIC X(08).
004100     03 FILLER                      PIC X(22).
004200*
