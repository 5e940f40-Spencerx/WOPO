001200* CHARGEBACK-REPORT.  SHARED BY BOTH PROGRAMS SO THE FILE'S
001300* SHAPE CANNOT DRIFT BETWEEN THEM.  MODIFICATION HISTORY.
001400*    2026-09-02  DS  INITIAL VERSION.
001401*    2026-10-12  DS  ALSO PRICED BY CHARGEBACK-GL-INTERFACE
001402*                    AGAINST THE RATEFILE RATE TABLE.
001500*--------------------------------------------------------------*
001600 01  ACCT-RECORD.
001700     03 ACCT-RUN-DATE               PIC 9(08).
