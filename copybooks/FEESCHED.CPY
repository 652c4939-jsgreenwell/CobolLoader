000100*****************************************************************
000200* FEESCHED.CPY
000300*
000400* TUITION AND FEE SCHEDULE RECORD LAYOUT FOR FEESCHED.DAT - ONE
000500* RECORD PER TERM, KEYED ON THE TERM CODE ON TERMS.DAT.  HOLDS
000600* THE TUITION RATE PER CREDIT HOUR, THE DATE CHARGES FOR THE
000700* TERM FALL DUE (PASTDUE AGES AGAINST IT), AND THE FLAT FEES
000800* EVERY ENROLLED STUDENT IS CHARGED ONCE FOR THE TERM.
000900* FEE-FLAT-COUNT SAYS HOW MANY OF THE FLAT FEE ENTRIES ARE IN
001000* USE - THE REST ARE SPACES.  AMOUNTS ARE DOLLARS AND CENTS.
001100* MAINTAINED BY FEEWRITER, CHARGED BY BILLRUN, REFUNDED AGAINST
001200* BY ENROLLDROP.
001300*
001400* MODIFICATION HISTORY
001500*   DATE       INIT  DESCRIPTION
001600*   ---------- ----  ------------------------------------------
001700*   2026-10-15 JMS   ORIGINAL LAYOUT.
001800*****************************************************************
001900 01  FEE-REC.
002000     05  FEE-TERM                    PIC X(05).
002100     05  FILLER                      PIC X(01).
002200     05  FEE-CREDIT-HOUR-RATE        PIC 9(05)V99.
002300     05  FILLER                      PIC X(01).
002400     05  FEE-DUE-DATE                PIC 9(08).
002500     05  FILLER                      PIC X(01).
002600     05  FEE-FLAT-COUNT              PIC 9(02).
002700     05  FILLER                      PIC X(01).
002800     05  FEE-CHANGED-DATE            PIC 9(08).
002900     05  FILLER                      PIC X(01).
003000     05  FEE-CHANGED-BY              PIC X(08).
003100     05  FEE-FLAT-ENTRY OCCURS 10 TIMES.
003200         10  FILLER                  PIC X(01).
003300         10  FEE-FLAT-CODE           PIC X(04).
003400         10  FILLER                  PIC X(01).
003500         10  FEE-FLAT-DESCRIPTION    PIC X(20).
003600         10  FILLER                  PIC X(01).
003700         10  FEE-FLAT-AMOUNT         PIC 9(05)V99.
