000100*--------------------------------------------------------------*
000200* TOKAREC -- RECORD LAYOUT FOR THE TOKAUDIT DETOKENIZATION
000300*            AUDIT FILE.
000400*
000500* APPENDED BY TRANSCODE-DRIVER ON EVERY TOKEN VAULT LOOKUP AN
000600* ENCODE RUN MAKES: WHO ASKED (THE USER= SYSIN CARD), WHEN,
000700* WHICH PARTNER AND SOURCE GENERATION, THE INPUT RECORD AND
000800* FIELD, THE TOKEN, AND WHETHER THE VALUE WAS RESTORED ("D") OR
000900* THE LOOKUP FAILED ("F").  THE REAL VALUE IS NEVER WRITTEN
001000* HERE.  LISTED BY TOKEN-AUDIT-REPORT.
001100* MODIFICATION HISTORY.
001200*    2026-09-09  DS  INITIAL VERSION.
001300*--------------------------------------------------------------*
001400 01  TOKA-RECORD.
001500     03 TOKA-RUN-DATE               PIC 9(08).
001600     03 TOKA-RUN-TIME               PIC 9(06).
001700     03 TOKA-USER                   PIC X(08).
001800     03 TOKA-PARTNER                PIC X(08).
001900     03 TOKA-SOURCE-DSN             PIC X(44).
002000     03 TOKA-REC-NUMBER             PIC 9(09).
002100     03 TOKA-FIELD-START            PIC 9(04).
002200     03 TOKA-FIELD-LEN              PIC 9(02).
002300     03 TOKA-TOKEN                  PIC X(64).
002400     03 TOKA-RESULT                 PIC X(01).
002500         88 TOKA-RESTORED           VALUE "D".
002600         88 TOKA-LOOKUP-FAILED      VALUE "F".
002700     03 FILLER                      PIC X(06).
002800*
