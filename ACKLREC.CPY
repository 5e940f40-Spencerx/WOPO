000100*--------------------------------------------------------------*
000200* ACKLREC -- RECORD LAYOUT FOR THE ACKLOG INBOUND-RECEIPT LOG.
000300*
000400* WRITTEN BY INBOUND-ACK-SEND, ONE RECORD PER DECODE RUN IT
000500* JUDGES: THE PARTNER'S SOURCE DATASET AND GENERATION DATE/TIME,
000600* THE RUN IT WAS RECEIVED BY, OUR RECORD AND BYTE COUNTS, THE
000700* CHECKSUM AND ERRFILE REJECT COUNT, AND WHAT BECAME OF THE
000800* ACKNOWLEDGMENT -- SENT (WITH ITS ACCEPTED/REJECTED STATUS),
000900* HELD BACK (WITH THE REASON), OR NOT WANTED BY THE PARTNER.
001000* READ BY INBOUND-ACK-REPORT, AND BY INBOUND-ACK-SEND ITSELF SO
001100* A RUN IS NEVER ACKNOWLEDGED TWICE.
001200*
001300* A HELD-BACK FILE CARRIES THE COUNTS THE RUN HISTORY HAS FOR
001400* IT (RECORDS READ, NO BYTES OR CHECKSUM) WHEN IT NEVER REACHED
001500* THE DELIVERY REGISTER.
001600* MODIFICATION HISTORY.
001700*    2026-10-15  DS  INITIAL VERSION.
001800*--------------------------------------------------------------*
001900 01  ACKL-RECORD.
002000     03 ACKL-PARTNER                PIC X(08).
002100     03 ACKL-SOURCE-DSN             PIC X(44).
002200     03 ACKL-GEN-DATE               PIC 9(08).
002300     03 ACKL-GEN-TIME               PIC 9(06).
002400     03 ACKL-RUN-DATE               PIC 9(08).
002500     03 ACKL-RUN-TIME               PIC 9(06).
002600     03 ACKL-RUN-RC                 PIC 9(02).
002700     03 ACKL-RECS                   PIC 9(09).
002800     03 ACKL-BYTES                  PIC 9(12).
002900     03 ACKL-CHECKSUM               PIC 9(09).
003000     03 ACKL-REJECTS                PIC 9(09).
003100*        AS RUNHIST HAS IT: B BALANCED, O OUT OF BALANCE,
003200*        SPACE NOT BALANCED.
003300     03 ACKL-BAL-IND                PIC X(01).
003400     03 ACKL-VERIFY-IND             PIC X(01).
003500         88 ACKL-VERIFIED           VALUE "V".
003600         88 ACKL-VERIFY-FAILED      VALUE "F".
003700         88 ACKL-NOT-VERIFIED       VALUE SPACE.
003800     03 ACKL-ACTION                 PIC X(01).
003900         88 ACKL-SENT               VALUE "S".
004000         88 ACKL-HELD               VALUE "H".
004100         88 ACKL-NOT-WANTED         VALUE "N".
004200*        SENT ONLY.
004300     03 ACKL-STATUS                 PIC X(01).
004400         88 ACKL-ACCEPTED           VALUE "A".
004500         88 ACKL-REJECTED           VALUE "R".
004600*        HELD ONLY.
004700     03 ACKL-HOLD-REASON            PIC X(02).
004800         88 ACKL-HOLD-BALANCE       VALUE "OB".
004900         88 ACKL-HOLD-VERIFY        VALUE "VF".
005000         88 ACKL-HOLD-INCOMPLETE    VALUE "NC".
005100     03 ACKL-LAYOUT                 PIC X(01).
005200     03 ACKL-ACK-DATE               PIC 9(08).
005300     03 ACKL-ACK-TIME               PIC 9(06).
005400     03 FILLER                      PIC X(18).
005500*
