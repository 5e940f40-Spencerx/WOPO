000100*--------------------------------------------------------------*
000200* RATEREC -- RECORD LAYOUT FOR THE RATEFILE CHARGEBACK RATE
000300*            TABLE (KSDS).
000400*
000500* ONE RECORD PER PARTNER, DIRECTION (DECODE OR ENCODE) AND
000600* EFFECTIVE DATE: THE COST CENTER AND GL ACCOUNT THE PARTNER'S
000700* TRANSCODE VOLUME IS CHARGED TO, AND THE RATES -- PER MILLION
000800* BYTES AND PER THOUSAND RECORDS, FOUR IMPLIED DECIMALS.  A
000900* RATE HOLDS FROM ITS EFFECTIVE DATE UNTIL THE NEXT EFFECTIVE
001000* DATE FOR THE SAME PARTNER AND DIRECTION, SO A PRICE CHANGE IS
001100* A NEW RECORD AND THE OLD ONE STAYS ON FILE FOR REPRICING AN
001200* EARLIER MONTH.  THE PARTNER IS THE ID ON THE ACCTFILE RECORD
001300* (OR, FOR RUNS THAT NAME NO PARTNER, THE FIRST EIGHT
001400* CHARACTERS OF ITS SOURCE IDENTIFIER), AS CHARGEBACK-REPORT
001500* TOTALS IT.  THE RESERVED PARTNER "*CREDIT" HOLDS, PER
001600* DIRECTION, THE RECOVERY COST CENTER AND ACCOUNT THAT TAKE THE
001700* OFFSETTING CREDIT; ITS RATES ARE ZERO.  MAINTAINED BY
001800* CHARGEBACK-RATE-MAINT, READ BY CHARGEBACK-GL-INTERFACE.
001900* SHARED SO THE FILE'S SHAPE CANNOT DRIFT BETWEEN THEM.
002000*
002100* CLUSTER: KEYS(22 0) RECORDSIZE(120 120).
002200* MODIFICATION HISTORY.
002300*    2026-10-12  DS  INITIAL VERSION.
002400*--------------------------------------------------------------*
002500 01  RATE-RECORD.
002600     03 RATE-KEY.
002700        05 RATE-PARTNER             PIC X(08).
002800            88 RATE-CREDIT-ENTRY    VALUE "*CREDIT".
002900        05 RATE-MODE                PIC X(06).
003000        05 RATE-EFF-DATE            PIC 9(08).
003100     03 RATE-COST-CENTER            PIC X(10).
003200     03 RATE-GL-ACCOUNT             PIC X(12).
003300     03 RATE-PER-MB                 PIC 9(05)V9(04).
003400     03 RATE-PER-KREC               PIC 9(05)V9(04).
003500     03 RATE-USER                   PIC X(08).
003600     03 RATE-DATE                   PIC X(08).
003700     03 FILLER                      PIC X(42).
003800*
