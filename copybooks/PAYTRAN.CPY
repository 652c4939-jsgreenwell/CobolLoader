000100*****************************************************************
000200* PAYTRAN.CPY
000300*
000400* FIXED-WIDTH PAYMENT TRANSACTION RECORD FOR PAYMENTS.DAT, THE
000500* BATCH OF PAYMENTS THE BURSAR'S CASHIERING SYSTEM HANDS US -
000600* ONE RECORD PER PAYMENT RECEIVED.  THE AMOUNT IS DOLLARS AND
000700* CENTS WITH THE DECIMAL POINT IMPLIED.  THE REFERENCE IS THE
000800* RECEIPT OR CHECK NUMBER AND IS CARRIED ONTO THE LEDGER, WHERE
000900* IT KEEPS THE SAME PAYMENT FROM BEING POSTED TWICE.  READ BY
001000* PAYPOST IN BATCH MODE.
001100*
001200* MODIFICATION HISTORY
001300*   DATE       INIT  DESCRIPTION
001400*   ---------- ----  ------------------------------------------
001500*   2026-10-15 JMS   ORIGINAL LAYOUT.
001600*****************************************************************
001700 01  PAYT-REC.
001800     05  PAYT-STUDENT-ID             PIC 9(12).
001900     05  FILLER                      PIC X(01).
002000     05  PAYT-AMOUNT                 PIC 9(07)V99.
002100     05  FILLER                      PIC X(01).
002200     05  PAYT-PAY-DATE               PIC 9(08).
002300     05  FILLER                      PIC X(01).
002400     05  PAYT-REFERENCE              PIC X(10).
