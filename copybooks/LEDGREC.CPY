000100*****************************************************************
000200* LEDGREC.CPY
000300*
000400* STUDENT ACCOUNT LEDGER RECORD LAYOUT FOR LEDGER.DAT - ONE
000500* RECORD PER POSTING, KEYED ON THE STUDENT'S DATA-ID PLUS A
000600* SEQUENCE NUMBER GIVEN OUT IN ORDER AS POSTINGS ARE MADE, SO A
000700* STUDENT'S POSTINGS READ BACK OLDEST FIRST.  A POSTING IS
000800* NEVER CHANGED OR DELETED - A CORRECTION IS A NEW POSTING.
000900* THE ONE EXCEPTION IS STUDMERGE, WHICH MOVES A DUPLICATE
001000* STUDENT'S POSTINGS, UNCHANGED, UNDER THE SURVIVING ID.
001100*
001200* LEDG-TRAN-TYPE IS T FOR A TUITION CHARGE AND F FOR A FLAT FEE
001300* (BOTH POSTED BY BILLRUN), R FOR A TUITION REFUND OR CREDIT
001400* ADJUSTMENT (POSTED BY ENROLLDROP ON A DROP, OR BY BILLRUN WHEN
001500* A STUDENT IS FOUND BILLED FOR MORE HOURS THAN THEY CARRY), AND
001600* P FOR A PAYMENT (POSTED BY PAYPOST).  LEDG-AMOUNT IS ALWAYS
001700* POSITIVE - THE TYPE SAYS WHICH WAY IT GOES.  A PAYMENT HAS NO
001800* TERM OR COURSE.  LEDG-DUE-DATE IS THE TERM'S DUE DATE OFF
001900* FEESCHED.DAT FOR A CHARGE AND ZERO FOR A CREDIT.
002000*
002100* MODIFICATION HISTORY
002200*   DATE       INIT  DESCRIPTION
002300*   ---------- ----  ------------------------------------------
002400*   2026-10-15 JMS   ORIGINAL LAYOUT.
002500*****************************************************************
002600 01  LEDG-REC.
002700     05  LEDG-KEY.
002800         10  LEDG-STUDENT-ID         PIC 9(12).
002900         10  LEDG-SEQ-NO             PIC 9(05).
003000     05  FILLER                      PIC X(01).
003100     05  LEDG-TERM                   PIC X(05).
003200     05  FILLER                      PIC X(01).
003300     05  LEDG-TRAN-TYPE              PIC X(01).
003400         88  LEDG-TUITION-CHARGE     VALUE "T".
003500         88  LEDG-FEE-CHARGE         VALUE "F".
003600         88  LEDG-TUITION-CREDIT     VALUE "R".
003700         88  LEDG-PAYMENT            VALUE "P".
003800         88  LEDG-DEBIT              VALUE "T" "F".
003900         88  LEDG-CREDIT             VALUE "R" "P".
004000     05  FILLER                      PIC X(01).
004100     05  LEDG-COURSE-CODE            PIC X(04).
004200     05  FILLER                      PIC X(01).
004300     05  LEDG-DESCRIPTION            PIC X(20).
004400     05  FILLER                      PIC X(01).
004500     05  LEDG-AMOUNT                 PIC 9(07)V99.
004600     05  FILLER                      PIC X(01).
004700     05  LEDG-POST-DATE              PIC 9(08).
004800     05  FILLER                      PIC X(01).
004900     05  LEDG-DUE-DATE               PIC 9(08).
005000     05  FILLER                      PIC X(01).
005100     05  LEDG-REFERENCE              PIC X(10).
005200     05  FILLER                      PIC X(01).
005300     05  LEDG-POSTED-BY              PIC X(08).
