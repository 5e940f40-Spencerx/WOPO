000100*--------------------------------------------------------------*
000200* TOKVREC -- RECORD LAYOUT FOR THE TOKVAULT TOKEN VAULT (KSDS).
000300*
000400* ONE RECORD PER TOKEN ISSUED, KEYED BY THE TOKEN ITSELF.  A
000500* DECODE RUN OF TRANSCODE-DRIVER REPLACES EACH SENSITIVE FIELD
000600* VALUE (FIELD MAP OR PARTPROF ENTRY MARKED SENSITIVE) WITH A
000700* TOKEN OF THE SAME LENGTH -- "T" AND ZERO-PADDED DIGITS -- AND
000800* FILES THE REAL BYTES HERE; THE ENCODE RUN LOOKS THE TOKEN UP
000900* AND PUTS THE REAL BYTES BACK.  THE RECORD KEYED "*CONTROL"
001000* CARRIES THE NEXT TOKEN SEQUENCE NUMBER.  THE CLUSTER IS RACF-
001100* PROTECTED: ONLY THE PRODUCTION TRANSCODE USER MAY READ IT.
001200*
001300* CLUSTER: KEYS(64 0) RECORDSIZE(200 200).
001400* MODIFICATION HISTORY.
001500*    2026-09-09  DS  INITIAL VERSION.
001600*--------------------------------------------------------------*
001700 01  TOKV-RECORD.
001800     03 TOKV-TOKEN                  PIC X(64).
001900     03 TOKV-VALUE-LEN              PIC 9(02).
002000     03 TOKV-VALUE                  PIC X(64).
002100     03 TOKV-CONTROL-AREA REDEFINES TOKV-VALUE.
002200        05 TOKV-NEXT-SEQ            PIC 9(15).
002300        05 FILLER                   PIC X(49).
002400     03 TOKV-PARTNER                PIC X(08).
002500     03 TOKV-SOURCE-DSN             PIC X(44).
002600     03 TOKV-CREATE-DATE            PIC 9(08).
002700     03 TOKV-CREATE-TIME            PIC 9(06).
002800     03 FILLER                      PIC X(04).
002900*
