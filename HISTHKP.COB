003670*                    RUNHIST SPLIT NOW ENDS RC 8, SO THE JOB'S
003680*                    SWAP STEP CAN NEVER REPLACE RUNHIST WITH A
003690*                    SHORT OR EMPTY RUNHNEW.
003691*    2026-09-24  DS  RUNHIST, RUNHARCH AND RUNHNEW RECORDS NOW
003692*                    160 BYTES (INBOUND BALANCING LINE).
003700*--------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
006500*
006600 FD  RUNH-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 160 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000     COPY RUNHREC.
007100*
007200 FD  ARCH-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 160 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600 01  ARCH-RECORD                 PIC X(160).
007700*
007800 FD  NEWH-FILE
007900     RECORDING MODE IS F
008000     RECORD CONTAINS 160 CHARACTERS
008100     LABEL RECORDS ARE STANDARD.
008200 01  NEWH-RECORD                 PIC X(160).
008300*
008400 FD  HKP-CTL-FILE
008500     RECORDING MODE IS F
