002500*                    ACKFILE CARD: PARTNER(1-8) FILEDATE(9-16)
002600*                    FILETIME(17-22) COUNT(23-31).
002700*                    PARM: AGING LIMIT IN DAYS (DEFAULT 3).
002701*    2026-09-24  DS  RUNHIST RECORD NOW 160 BYTES (INBOUND
002702*                    BALANCING LINE); FD LENGTH ONLY.
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005100*
005200 FD  RUNH-FILE
005300     RECORDING MODE IS F
005400     RECORD CONTAINS 160 CHARACTERS
005500     LABEL RECORDS ARE STANDARD.
005600     COPY RUNHREC.
005700*
