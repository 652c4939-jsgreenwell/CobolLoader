000100*****************************************************************
000200* ENRLSTAT.CPY
000300*
000400* FIXED-WIDTH ENROLLMENT STATUS RECORD FOR THE CLEARINGHOUSE -
000500* ONE TERM'S FILE, BUILT BY ENRLSTATUS, THAT THE CLEARINGHOUSE
000600* USES TO ANSWER THE LENDERS' AND INSURERS' ENROLLMENT
000700* QUESTIONS WITHOUT ASKING US.  ONE RECORD PER STUDENT ENROLLED
000800* IN THE TERM OR WITHDRAWN FROM IT - STUDENT, NAME, BIRTH DATE,
000900* THE TERM AND ITS START AND END DATES OFF TERMS.DAT, THE LOAD
001000* STATUS (SEE LOADPRM.CPY FOR THE CODES), THE DATE THAT STATUS
001100* TOOK EFFECT AND THE CREDIT HOURS CARRIED.
001200*
001300* ENS-RECORD-TYPE LEADS THE RECORD - D=STUDENT DETAIL.  THE
001400* LAST LINE OF THE FILE IS A "T" CONTROL TRAILER (ENS-TRAILER
001500* VIEW) CARRYING THE RECORD COUNT, COUNTS BY LOAD STATUS AND A
001600* HASH TOTAL OF THE STUDENT IDS SO BOTH SIDES CAN BALANCE THE
001700* FILE, THE SAME AS GRADEXTR.DAT.
001800*
001900* MODIFICATION HISTORY
002000*   DATE       INIT  DESCRIPTION
002100*   ---------- ----  ------------------------------------------
002200*   2026-10-15 JMS   ORIGINAL LAYOUT.
002300*****************************************************************
002400 01  ENRL-STATUS-REC.
002500     05  ENS-RECORD-TYPE             PIC X(01).
002600         88  ENS-DETAIL              VALUE "D".
002700         88  ENS-TRAILER-RECORD      VALUE "T".
002800     05  ENS-DETAIL-DATA.
002900         10  ENS-STUDENT-ID          PIC 9(12).
003000         10  ENS-STUDENT-NAME        PIC X(22).
003100         10  ENS-STUDENT-INITIALS    PIC X(03).
003200         10  ENS-DOB                 PIC X(08).
003300         10  ENS-TERM                PIC X(05).
003400         10  ENS-TERM-START-DATE     PIC 9(08).
003500         10  ENS-TERM-END-DATE       PIC 9(08).
003600         10  ENS-LOAD-STATUS         PIC X(01).
003700         10  ENS-EFFECTIVE-DATE      PIC 9(08).
003800         10  ENS-CREDIT-HOURS        PIC 9(02)V9.
003900     05  ENS-TRAILER REDEFINES ENS-DETAIL-DATA.
004000         10  ENS-TRL-RECORD-COUNT    PIC 9(08).
004100         10  ENS-TRL-FULL-COUNT      PIC 9(08).
004200         10  ENS-TRL-THREE-QTR-COUNT PIC 9(08).
004300         10  ENS-TRL-HALF-COUNT      PIC 9(08).
004400         10  ENS-TRL-LESS-HALF-COUNT PIC 9(08).
004500         10  ENS-TRL-WITHDRAWN-COUNT PIC 9(08).
004600         10  ENS-TRL-ID-HASH         PIC 9(18).
