001300* BOTH PROGRAMS SO THE FILE'S SHAPE CANNOT DRIFT BETWEEN THEM.
001400* MODIFICATION HISTORY.
001500*    2026-09-02  DS  INITIAL VERSION.
001510*    2026-09-08  DS  PARTNER ID AND THE TIME THE GENERATION WAS
001520*                    REGISTERED (THE DELIVERY'S COMPLETION),
001530*                    CARVED FROM THE FILLER, FOR
001540*                    DELIVERY-SCHEDULE-CHECK.  BLANK ON OLDER
001550*                    RECORDS.
001551*    2026-10-01  DS  A RETRANSMISSION FROM THE DLVARCH ARCHIVE IS
001552*                    ITS OWN EVENT: MODE "RESEND", KEYED BY THE
001553*                    ORIGINAL SOURCE DSN AND THE RESEND'S OWN RUN
001554*                    DATE/TIME, MARKED "T", COUNTS AND CHECKSUM
001555*                    COPIED FROM THE DELIVERY IT REPEATS.
001556*    2026-10-05  DS  ESCAPE-TABLE VERSION A DECODE GENERATION WAS
001557*                    DECODED UNDER, CARVED FROM THE FILLER, FOR
001558*                    ESCAPE-CHANGE-IMPACT.  BLANK ON OLDER
001559*                    RECORDS AND ON EVERY OTHER MODE.
001600*--------------------------------------------------------------*
001700 01  DREG-RECORD.
001800     03 DREG-KEY.
002700     03 DREG-CHECKSUM               PIC 9(09).
002800     03 DREG-FORCE-IND              PIC X(01).
002900         88 DREG-FORCED             VALUE "F".
002910         88 DREG-RETRANSMITTED      VALUE "T".
003000     03 DREG-PARTNER                PIC X(08).
003010     03 DREG-DONE-TIME              PIC 9(06).
003020     03 DREG-ESC-VERSION            PIC 9(04).
003030     03 FILLER                      PIC X(01).
003100*
