000100*****************************************************************
000200* HOLDREC.CPY
000300*
000400* STUDENT HOLD RECORD LAYOUT FOR HOLDS.DAT - ONE RECORD PER HOLD,
000500* KEYED ON THE STUDENT'S DATA-ID PLUS A SEQUENCE NUMBER GIVEN
000600* OUT BY HOLDWRITER, SO ONE STUDENT CAN CARRY ANY NUMBER OF
000700* HOLDS FROM ANY NUMBER OF OFFICES AND ALL OF A STUDENT'S HOLDS
000800* READ TOGETHER IN KEY ORDER.  A HOLD IS ACTIVE UNTIL IT IS
000900* RELEASED - RELEASING FILLS IN THE RELEASED DATE AND WHO
001000* RELEASED IT, AND THE RECORD STAYS ON FILE AS HISTORY.
001100*
001200* A REGISTRATION HOLD STOPS ENROLLWRITER, WAITPROM AND
001300* ENROLLDROP'S WAITLIST PROMOTION ENROLLING THE STUDENT.  A
001400* TRANSCRIPT HOLD STOPS TRANSCRIPT PRINTING ONE.  TYPE B
001500* BLOCKS BOTH.
001600*
001700* MODIFICATION HISTORY
001800*   DATE       INIT  DESCRIPTION
001900*   ---------- ----  ------------------------------------------
002000*   2026-10-15 JMS   ORIGINAL LAYOUT.
002100*****************************************************************
002200 01  HOLD-REC.
002300     05  HOLD-KEY.
002400         10  HOLD-DATA-ID            PIC 9(12).
002500         10  HOLD-SEQ-NO             PIC 9(03).
002600     05  FILLER                      PIC X(01).
002700     05  HOLD-TYPE                   PIC X(01).
002800         88  HOLD-TYPE-VALID         VALUE "R" "T" "B".
002900         88  HOLD-BLOCKS-REGISTRATION VALUE "R" "B".
003000         88  HOLD-BLOCKS-TRANSCRIPT  VALUE "T" "B".
003100     05  FILLER                      PIC X(01).
003200     05  HOLD-OFFICE                 PIC X(10).
003300     05  FILLER                      PIC X(01).
003400     05  HOLD-REASON                 PIC X(30).
003500     05  FILLER                      PIC X(01).
003600     05  HOLD-PLACED-DATE            PIC 9(08).
003700     05  FILLER                      PIC X(01).
003800     05  HOLD-PLACED-BY              PIC X(08).
003900     05  FILLER                      PIC X(01).
004000     05  HOLD-RELEASED-DATE          PIC 9(08).
004100         88  HOLD-ACTIVE             VALUE ZERO.
004200     05  FILLER                      PIC X(01).
004300     05  HOLD-RELEASED-BY            PIC X(08).
