000100*--------------------------------------------------------------*
000200* DARCREC -- RECORD LAYOUT FOR THE DLVARCH DELIVERY ARCHIVE
000300*            (KSDS).
000400*
000500* EVERY ENCODE DELIVERY TRANSCODE-DRIVER REGISTERS ON DLVREG IS
000600* COPIED HERE RECORD FOR RECORD, KEYED BY THE DELIVERY'S OWN
000700* DLVREG KEY PLUS A RECORD SEQUENCE NUMBER.  SEQUENCE ZERO IS
000800* THE CONTROL RECORD: WRITTEN "P" (IN PROGRESS) WHEN THE
000900* DELIVERY STARTS, TURNED "C" (COMPLETE) ONLY ONCE THE
001000* DELIVERY IS ON THE REGISTER, AND CARRYING BOTH THE REGISTER
001100* ENTRY IT BELONGS TO AND THE COUNT, BYTES AND ADDITIVE
001200* CHECKSUM OF THE BYTES ACTUALLY DELIVERED.  SEQUENCE 1 ON ARE
001300* THE DELIVERED RECORDS THEMSELVES, AT THEIR WRITTEN LENGTH.
001400* READ BY DELIVERY-RETRANSMIT TO RESEND A DELIVERY EXACTLY, AND
001500* BY DELIVERY-ARCHIVE-PURGE TO ENFORCE THE RETENTION.  SHARED
001600* BY ALL THREE PROGRAMS SO THE FILE'S SHAPE CANNOT DRIFT
001700* BETWEEN THEM.
001800*
001900* CLUSTER: KEYS(67 0) RECORDSIZE(1070 1070).
002000* MODIFICATION HISTORY.
002100*    2026-10-01  DS  INITIAL VERSION.
002200*--------------------------------------------------------------*
002300 01  DARC-RECORD.
002400     03 DARC-KEY.
002500        05 DARC-DREG-KEY.
002600           07 DARC-SOURCE-DSN       PIC X(44).
002700           07 DARC-FILE-DATE        PIC 9(08).
002800           07 DARC-FILE-TIME        PIC 9(06).
002900        05 DARC-SEQ                 PIC 9(09).
003000     03 DARC-REC-LEN                PIC 9(04).
003100     03 DARC-DATA                   PIC X(999).
003200     03 DARC-CONTROL-AREA REDEFINES DARC-DATA.
003300        05 DARC-STATUS              PIC X(01).
003400            88 DARC-IN-PROGRESS     VALUE "P".
003500            88 DARC-COMPLETE        VALUE "C".
003600        05 DARC-PARTNER             PIC X(08).
003700        05 DARC-ARCHIVE-DATE        PIC 9(08).
003800        05 DARC-ARCHIVE-TIME        PIC 9(06).
003900*       THE DLVREG ENTRY THIS COPY WAS TAKEN FOR -- A FORCED
004000*       RERUN REWRITES BOTH, SO THEY ALWAYS AGREE.
004100        05 DARC-REG-RUN-DATE        PIC 9(08).
004200        05 DARC-REG-RUN-TIME        PIC 9(06).
004300        05 DARC-REG-RECS            PIC 9(09).
004400        05 DARC-REG-CHECKSUM        PIC 9(09).
004500*       WHAT WAS ACTUALLY DELIVERED.
004600        05 DARC-OUT-RECS            PIC 9(09).
004700        05 DARC-OUT-BYTES           PIC 9(12).
004800        05 DARC-OUT-CHECKSUM        PIC 9(09).
004900        05 DARC-RESEND-COUNT        PIC 9(04).
005000        05 DARC-LAST-RESEND-DATE    PIC 9(08).
005100        05 DARC-LAST-RESEND-TIME    PIC 9(06).
005200        05 FILLER                   PIC X(896).
005300*
