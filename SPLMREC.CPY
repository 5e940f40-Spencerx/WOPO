000100*--------------------------------------------------------------*
000200* SPLMREC -- RECORD LAYOUT FOR THE SPLMAP PARTITION MAP (KSDS).
000300*
000400* LOADED BY TRANSCODE-SPLIT UNDER PARM SECOND WORD "TRACE":
000500* ONE RECORD PER INPUT RECORD, KEYED BY ITS RECORD NUMBER IN
000600* THE ORIGINAL FILE, GIVING ITS BYTE OFFSET THERE (FROM ZERO,
000700* RECORD DESCRIPTORS NOT COUNTED), ITS LENGTH, AND THE
000800* PARTITION AND PARTITION RECORD NUMBER IT WAS DEALT TO.
000900* TRANSCODE-MERGE READS IT TO CARRY THE PARTITION RUNS' TRACE
001000* RECORDS BACK TO THE ORIGINAL INPUT.
001100*
001200* CLUSTER: KEYS(9 0) RECORDSIZE(40 40).
001300* MODIFICATION HISTORY.
001400*    2026-10-15  DS  INITIAL VERSION.
001500*--------------------------------------------------------------*
001600 01  SPLM-RECORD.
001700     03 SPLM-KEY.
001800        05 SPLM-ORIG-REC            PIC 9(09).
001900     03 SPLM-ORIG-OFFSET            PIC 9(12).
002000     03 SPLM-REC-LEN                PIC 9(05).
002100     03 SPLM-PART                   PIC 9(01).
002200     03 SPLM-PART-REC               PIC 9(09).
002300     03 FILLER                      PIC X(04).
002400*
