001400*   DATE       INIT  DESCRIPTION
001500*   ---------- ----  ------------------------------------------
001600*   2026-09-02 JMS   ORIGINAL LAYOUT.
001610*   2026-10-15 JMS   ADDED TERM-CENSUS-DATE, THE DAY THE TERM'S
001620*                    ENROLLMENT IS FROZEN FOR OFFICIAL COUNTS
001630*                    (SEE CENSUSRUN AND CENSREC.CPY).  ZERO
001640*                    MEANS NO CENSUS DATE HAS BEEN SET.  THE
001650*                    RECORD GREW FROM 46 TO 55 BYTES - AN OLD
001660*                    TERMS.DAT WILL NOT OPEN UNTIL CONVERTED
001670*                    BY TERMCONV, WHICH SETS THE FIELD ZERO.
001700*****************************************************************
001800 01  TERM-REC.
001900     05  TERM-CODE                   PIC X(05).
002800         88  TERM-OPEN               VALUE "O".
002900         88  TERM-CLOSED             VALUE "C".
003000         88  TERM-STATUS-VALID       VALUE "O" "C".
003010     05  FILLER                      PIC X(01).
003020     05  TERM-CENSUS-DATE            PIC 9(08).
003030         88  TERM-NO-CENSUS-DATE     VALUE ZERO.
