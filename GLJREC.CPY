000100*--------------------------------------------------------------*
000200* GLJREC -- RECORD LAYOUT FOR THE GLJOURNL GENERAL-LEDGER
000300*           JOURNAL INTERFACE FILE.
000400*
000500* ONE JOURNAL PER MONTH-END CHARGEBACK RUN: A HEADER ("H"),
000600* THE DETAIL LINES ("D"), AND A TRAILER ("T") CARRYING THE
000700* CONTROL TOTALS THE LEDGER LOAD BALANCES AGAINST.  EACH
000800* PRICED PARTNER, DIRECTION AND RATE IS A DEBIT TO THAT
000900* PARTNER'S COST CENTER AND ACCOUNT; EACH DIRECTION'S DEBITS
001000* ARE OFFSET BY ONE CREDIT TO THE "*CREDIT" RECOVERY ACCOUNT,
001100* SO TOTAL DEBITS ALWAYS EQUAL TOTAL CREDITS.  AMOUNTS ARE
001200* UNSIGNED WITH TWO IMPLIED DECIMALS; THE DEBIT/CREDIT FLAG
001300* GIVES THE SIDE.  WRITTEN BY CHARGEBACK-GL-INTERFACE.
001400*
001500* MODIFICATION HISTORY.
001600*    2026-10-12  DS  INITIAL VERSION.
001700*--------------------------------------------------------------*
001800 01  GLJ-RECORD.
001900     03 GLJ-REC-TYPE                PIC X(01).
002000         88 GLJ-HEADER              VALUE "H".
002100         88 GLJ-DETAIL              VALUE "D".
002200         88 GLJ-TRAILER             VALUE "T".
002300     03 GLJ-BODY                    PIC X(119).
002400     03 GLJ-HDR REDEFINES GLJ-BODY.
002500        05 GLJ-H-SOURCE             PIC X(08).
002600        05 GLJ-H-JOURNAL-ID         PIC X(12).
002700        05 GLJ-H-PERIOD             PIC 9(06).
002800        05 GLJ-H-RUN-DATE           PIC 9(08).
002900        05 GLJ-H-RUN-TIME           PIC 9(06).
003000        05 GLJ-H-CURRENCY           PIC X(03).
003100        05 GLJ-H-DESC               PIC X(30).
003200        05 FILLER                   PIC X(46).
003300     03 GLJ-DTL REDEFINES GLJ-BODY.
003400        05 GLJ-D-SEQ                PIC 9(06).
003500        05 GLJ-D-COST-CENTER        PIC X(10).
003600        05 GLJ-D-GL-ACCOUNT         PIC X(12).
003700        05 GLJ-D-DRCR               PIC X(01).
003800            88 GLJ-D-DEBIT          VALUE "D".
003900            88 GLJ-D-CREDIT         VALUE "C".
004000        05 GLJ-D-AMOUNT             PIC 9(11)V99.
004100        05 GLJ-D-PARTNER            PIC X(08).
004200        05 GLJ-D-MODE               PIC X(06).
004300        05 GLJ-D-EFF-DATE           PIC 9(08).
004400        05 GLJ-D-RECS               PIC 9(12).
004500        05 GLJ-D-BYTES              PIC 9(15).
004600        05 GLJ-D-DESC               PIC X(20).
004700        05 FILLER                   PIC X(08).
004800     03 GLJ-TRL REDEFINES GLJ-BODY.
004900        05 GLJ-T-JOURNAL-ID         PIC X(12).
005000        05 GLJ-T-RECORD-COUNT       PIC 9(07).
005100        05 GLJ-T-DETAIL-COUNT       PIC 9(06).
005200        05 GLJ-T-DEBIT-COUNT        PIC 9(06).
005300        05 GLJ-T-CREDIT-COUNT       PIC 9(06).
005400        05 GLJ-T-DEBIT-TOTAL        PIC 9(13)V99.
005500        05 GLJ-T-CREDIT-TOTAL       PIC 9(13)V99.
005600        05 FILLER                   PIC X(52).
005700*
