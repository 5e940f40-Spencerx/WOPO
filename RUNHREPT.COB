001500*                    ARCHIVED JOB OUTPUT.  PARM SELECTS THE
001600*                    MONTH TO REPORT (YYYYMM); AN EMPTY PARM
001700*                    PRINTS EVERY RUN ON FILE.
001701*    2026-09-24  DS  RUNHIST RECORD NOW 160 BYTES.  A DECODE RUN
001702*                    BALANCED AGAINST ITS SENDER'S CONTROL FILE
001703*                    PRINTS ITS BALANCING LINES UNDER THE RUN.
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002700 FILE SECTION.
002800 FD  RUNH-FILE
002900     RECORDING MODE IS F
003000     RECORD CONTAINS 160 CHARACTERS
003100     LABEL RECORDS ARE STANDARD.
003200     COPY RUNHREC.
003300*
006300     03 RPT-PR-CKPTS             PIC ZZZZ9.
006400     03 FILLER                   PIC X(03) VALUE SPACES.
006500     03 RPT-PR-RC                PIC 99.
006505*
006510 01  RPT-BALANCE-LINE.
006515     03 FILLER                   PIC X(11) VALUE "  BALANCE: ".
006520     03 RPT-BL-RESULT            PIC X(14).
006525     03 FILLER                   PIC X(18)
006530                                 VALUE "  RECORDS EXPECTED".
006535     03 RPT-BL-EXP-RECS          PIC ZZZ,ZZZ,ZZ9.
006540     03 FILLER                   PIC X(08) VALUE "  ACTUAL".
006545     03 RPT-BL-ACT-RECS          PIC ZZZ,ZZZ,ZZ9.
006550*
006555 01  RPT-HASH-LINE.
006560     03 FILLER                   PIC X(08) VALUE "  HASH: ".
006565     03 RPT-HL-FIELD             PIC X(16).
006570     03 FILLER                   PIC X(11) VALUE "  EXPECTED ".
006575     03 RPT-HL-EXP-HASH          PIC X(22).
006580     03 FILLER                   PIC X(09) VALUE "  ACTUAL ".
006585     03 RPT-HL-ACT-HASH          PIC X(22).
006600*
006700 01  RPT-TOTAL-LINE.
006800     03 FILLER                   PIC X(07) VALUE "RUNS=".
011700         MOVE RUNH-CKPT-COUNT TO RPT-PR-CKPTS
011800         MOVE RUNH-RETURN-CODE TO RPT-PR-RC
011900         DISPLAY RPT-PRINT-LINE
011910         IF NOT RUNH-NOT-BALANCED
011920             PERFORM 2200-PRINT-BALANCE THRU 2200-EXIT
011930         END-IF
012000         ADD 1 TO RPT-RUNS-PRINTED
012100         ADD RUNH-RECS-READ TO RPT-TOTAL-READ
012200         ADD RUNH-RECS-WRITTEN TO RPT-TOTAL-WRITTEN.
013100 2100-EXIT.
013200     EXIT.
013300*
013305 2200-PRINT-BALANCE.
013310     IF RUNH-OUT-OF-BALANCE THEN
013315         MOVE "OUT OF BALANCE" TO RPT-BL-RESULT
013320     ELSE
013325         MOVE "IN BALANCE" TO RPT-BL-RESULT.
013330     MOVE RUNH-BAL-EXP-RECS TO RPT-BL-EXP-RECS.
013335     MOVE RUNH-BAL-ACT-RECS TO RPT-BL-ACT-RECS.
013340     DISPLAY RPT-BALANCE-LINE.
013345     IF RUNH-BAL-FIELD IS NOT EQUAL TO SPACES THEN
013350         MOVE RUNH-BAL-FIELD TO RPT-HL-FIELD
013355         MOVE RUNH-BAL-EXP-HASH TO RPT-HL-EXP-HASH
013360         MOVE RUNH-BAL-ACT-HASH TO RPT-HL-ACT-HASH
013365         DISPLAY RPT-HASH-LINE.
013370 2200-EXIT.
013375     EXIT.
013380*
013400 9000-TERMINATE.
013500     IF NOT RPT-FILE-NOT-FOUND THEN
013600         CLOSE RUNH-FILE
