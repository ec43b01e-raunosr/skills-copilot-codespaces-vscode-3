000520*                     CARD NOW SAYS WHICH MODE IS BEING
000530*                     VERIFIED SO THE COVERAGE AND TOTAL TIES
000540*                     MATCH WHAT THE EXTRACT WAS ASKED TO SHIP
000543*    10/15/26   JH    MSTROUT LRECL 66 -> 80 (MASTER STATUS CODE
000546*                     AND DATE)
000550******************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. 75_WHVERIF.
000860 FD  MASTER-FILE.
000870 01  MASTER-FILE-REC.
000880     02  MFR-VAR-LP                  PIC X(08).
000890     02  FILLER                      PIC X(72).
000900*
000910 FD  REPORT-FILE.
000920 01  REPORT-FILE-REC                PIC X(50).
