001020*                    MULTI-FORMAT DECODE RUNS, CARVED FROM THE
001030*                    FILLER -- BLANK ON EVERY OTHER RUN, SO OLD
001040*                    RECORDS STILL READ.
001050*    2026-09-08  DS  PARTNER ID AND RUN END TIME, CARVED FROM
001060*                    THE FILLER, FOR DELIVERY-SCHEDULE-CHECK'S
001070*                    CUT-OFF TEST.  BLANK ON OLDER RECORDS.
001080*    2026-09-24  DS  RECORD GROWS TO 160 BYTES FOR THE INBOUND
001082*                    BALANCING LINE (SENDER'S EXPECTED COUNT AND
001084*                    HASH TOTAL AGAINST OURS).  BLANK INDICATOR
001086*                    ON A RUN THAT WAS NOT BALANCED.  EXISTING
001088*                    FILES ARE CONVERTED ONCE BY RUNHCONV.JCL.
001100*--------------------------------------------------------------*
001200 01  RUNH-RECORD.
001300     03 RUNH-RUN-DATE               PIC 9(08).
002200     03 RUNH-RETURN-CODE            PIC 9(02).
002310     03 RUNH-OUT2-WRITTEN           PIC 9(09).
002320     03 RUNH-OUT3-WRITTEN           PIC 9(09).
002330     03 RUNH-PARTNER                PIC X(08).
002340     03 RUNH-END-TIME               PIC 9(06).
002350     03 FILLER                      PIC X(02).
002360     03 RUNH-BAL-IND                PIC X(01).
002362         88 RUNH-BALANCED           VALUE "B".
002364         88 RUNH-OUT-OF-BALANCE     VALUE "O".
002366         88 RUNH-NOT-BALANCED       VALUE SPACE.
002370     03 RUNH-BAL-EXP-RECS           PIC 9(09).
002372     03 RUNH-BAL-ACT-RECS           PIC 9(09).
002374     03 RUNH-BAL-FIELD              PIC X(16).
002376     03 RUNH-BAL-EXP-HASH           PIC X(22).
002378     03 RUNH-BAL-ACT-HASH           PIC X(22).
002380     03 FILLER                      PIC X(01).
002400*
