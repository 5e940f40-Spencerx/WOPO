001200* TRANSCODE-DRIVER.  SHARED BY BOTH PROGRAMS SO THE FILE'S
001300* SHAPE CANNOT DRIFT BETWEEN THEM.  MODIFICATION HISTORY.
001400*    2026-09-02  DS  INITIAL VERSION.
001401*    2026-09-09  DS  PART-FMAP-SENSITIVE MARKS A FIELD-MAP ENTRY
001402*                    WHOSE VALUE IS TOKENIZED ON DECODE AND
001403*                    RESTORED FROM THE TOKEN VAULT ON ENCODE.
001404*                    CARVED FROM THE FILLER, SO RECORDS ALREADY
001405*                    ON FILE (SPACES THERE) READ AS NOT
001406*                    SENSITIVE.
001407*    2026-09-14  DS  PART-FMAP-USAGE N (NUMERIC, DISPLAY DIGITS)
001408*                    JOINS C, P AND B.
001409*    2026-10-08  DS  PART-CHARPOL NAMES THE CHARPOL OUTBOUND
001410*                    CHARACTER POLICY ENCODE RUNS FOR THE
001411*                    PARTNER ARE HELD TO.  CARVED FROM THE
001412*                    FILLER; SPACES MEAN NO POLICY.
001413*    2026-10-15  DS  PART-ACK-LAYOUT PICKS THE LAYOUT OF THE
001414*                    RECEIPT ACKNOWLEDGMENT INBOUND-ACK-SEND
001415*                    WRITES FOR EACH FILE RECEIVED FROM THE
001416*                    PARTNER: F FIXED COLUMNS, C COMMA OR P PIPE
001417*                    DELIMITED.  CARVED FROM THE FILLER; A SPACE
001418*                    MEANS THE PARTNER TAKES NO ACKNOWLEDGMENTS.
001500*--------------------------------------------------------------*
001600 01  PART-RECORD.
001700     03 PART-ID                     PIC X(08).
003200        05 PART-FMAP-START          PIC 9(04).
003300        05 PART-FMAP-LENGTH         PIC 9(04).
003400        05 PART-FMAP-USAGE          PIC X(01).
003410     03 PART-FMAP-SENSITIVE         PIC X(01) OCCURS 16 TIMES.
003420     03 PART-CHARPOL                PIC X(08).
003430     03 PART-ACK-LAYOUT             PIC X(01).
003440         88 PART-ACK-FIXED          VALUE "F".
003450         88 PART-ACK-COMMA          VALUE "C".
003460         88 PART-ACK-PIPE           VALUE "P".
003470         88 PART-ACK-NONE           VALUE SPACE.
003500     03 FILLER                      PIC X(114).
003600*
