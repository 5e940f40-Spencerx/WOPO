002000*                    COUNT.  RECORDS ARE VARIABLE LENGTH, SAME
002100*                    AS THE DRIVER'S FILES; THE SPLIT NEVER
002200*                    LOOKS INSIDE A RECORD.
002201*    2026-10-15  DS  PARM SECOND WORD "TRACE" (E.G. PARM='4
002202*                    TRACE') ALSO LOADS THE SPLMAP KSDS (SEE
002203*                    SPLMREC) -- ONE RECORD PER INPUT RECORD
002204*                    GIVING ITS BYTE OFFSET AND THE PARTITION
002205*                    AND PARTITION RECORD IT WENT TO -- SO
002206*                    TRANSCODE-MERGE CAN CARRY THE PARTITION
002207*                    RUNS' LINEAGE TRACES BACK TO THIS FILE.
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
004350         FILE STATUS IS SPL-OUT-STATUS.
004400     SELECT SPL-OUT8-FILE ASSIGN TO "OUTF08"
004500         ORGANIZATION IS SEQUENTIAL
004508         FILE STATUS IS SPL-OUT-STATUS.
004516     SELECT SPL-MAP-FILE ASSIGN TO "SPLMAP"
004524         ORGANIZATION IS INDEXED
004532         ACCESS MODE IS SEQUENTIAL
004540         RECORD KEY IS SPLM-KEY
004550         FILE STATUS IS SPL-OUT-STATUS.
004600*
004700 DATA DIVISION.
010900     LABEL RECORDS ARE STANDARD.
011000 01  SPL-OUT8-RECORD             PIC X(5994).
011100*
011110 FD  SPL-MAP-FILE
011120     RECORD CONTAINS 40 CHARACTERS
011130     LABEL RECORDS ARE STANDARD.
011140     COPY SPLMREC.
011150*
011200 WORKING-STORAGE SECTION.
011300 01  SPL-SWITCHES.
011400     03 SPL-EOF-SW               PIC X(01) VALUE "N".
011600     03 SPL-IN-STATUS            PIC X(02) VALUE "00".
011610     03 SPL-OUT-STATUS           PIC X(02) VALUE "00".
011620     03 SPL-ABEND-DDNAME         PIC X(08) VALUE SPACES.
011630     03 SPL-MAP-SW               PIC X(01) VALUE "N".
011640         88 SPL-MAP-WANTED       VALUE "Y".
011700*
011800 01  SPL-COUNTERS.
011900     03 SPL-REC-LEN              PIC 9(04) COMP VALUE 0.
012300     03 SPL-PART-COUNT           PIC 9(09) COMP
012400                                 OCCURS 8 TIMES.
012500     03 SPL-PART-SUB             PIC 9(01) VALUE 0.
012510     03 SPL-IN-OFFSET            PIC 9(12) COMP VALUE 0.
012600*
012700 01  SPL-PRINT-LINE.
012800     03 FILLER                   PIC X(10) VALUE "PARTITION ".
015300         DISPLAY "TRANSCODE-SPLIT: PARTITIONS MUST BE 2-8"
015400         MOVE 8 TO RETURN-CODE
015500         GOBACK.
015510     IF SPL-PARM-LEN IS GREATER THAN 6 AND
015520        SPL-PARM-TEXT (3:5) IS EQUAL TO "TRACE" THEN
015530         MOVE "Y" TO SPL-MAP-SW.
015600     PERFORM 1100-CLEAR-ONE-COUNT THRU 1100-EXIT
015700         VARYING SPL-PART-SUB FROM 1 BY 1
015800         UNTIL SPL-PART-SUB IS GREATER THAN 8.
017480         OPEN OUTPUT SPL-OUT8-FILE
017490         MOVE "OUTF08" TO SPL-ABEND-DDNAME
017500         PERFORM 1250-CHECK-OUT-STATUS THRU 1250-EXIT.
017502     IF SPL-MAP-WANTED THEN
017504         OPEN OUTPUT SPL-MAP-FILE
017506         MOVE "SPLMAP" TO SPL-ABEND-DDNAME
017508         PERFORM 1250-CHECK-OUT-STATUS THRU 1250-EXIT.
017510 1200-EXIT.
017520     EXIT.
017530*
018900*
019000 2000-SPLIT-RECORD.
019100     PERFORM 2200-WRITE-TO-PARTITION THRU 2200-EXIT.
019110     IF SPL-MAP-WANTED THEN
019120         PERFORM 2300-WRITE-MAP-RECORD THRU 2300-EXIT.
019200     ADD 1 TO SPL-PART-COUNT (SPL-NEXT-PART).
019300     IF SPL-NEXT-PART IS EQUAL TO SPL-PARTITIONS THEN
019400         MOVE 1 TO SPL-NEXT-PART
024700 2200-EXIT.
024800     EXIT.
024900*
024901*    THE PARTITION COUNT IS BUMPED AFTER THIS, SO THE RECORD'S
024902*    NUMBER WITHIN ITS PARTITION IS ONE PAST IT.  RECORDS ARRIVE
024903*    IN RECORD-NUMBER ORDER, SO THE KSDS LOADS IN KEY ORDER.
024904 2300-WRITE-MAP-RECORD.
024905     MOVE SPACES TO SPLM-RECORD.
024906     MOVE SPL-RECS-READ TO SPLM-ORIG-REC.
024907     MOVE SPL-IN-OFFSET TO SPLM-ORIG-OFFSET.
024908     MOVE SPL-REC-LEN TO SPLM-REC-LEN.
024909     MOVE SPL-NEXT-PART TO SPLM-PART.
024910     COMPUTE SPLM-PART-REC =
024911         SPL-PART-COUNT (SPL-NEXT-PART) + 1.
024912     WRITE SPLM-RECORD.
024913     MOVE "SPLMAP" TO SPL-ABEND-DDNAME.
024914     PERFORM 1250-CHECK-OUT-STATUS THRU 1250-EXIT.
024915     ADD SPL-REC-LEN TO SPL-IN-OFFSET.
024916 2300-EXIT.
024917     EXIT.
024918*
025000 9000-TERMINATE.
025100     CLOSE SPL-IN-FILE.
025200     PERFORM 9100-CLOSE-PARTITIONS THRU 9100-EXIT.
027300         CLOSE SPL-OUT7-FILE.
027400     IF SPL-PARTITIONS IS GREATER THAN 7 THEN
027500         CLOSE SPL-OUT8-FILE.
027510     IF SPL-MAP-WANTED THEN
027520         CLOSE SPL-MAP-FILE.
027600 9100-EXIT.
027700     EXIT.
027800*
