000100*****************************************************************
000200* ADDRREC.CPY
000300*
000400* STUDENT ADDRESS AND CONTACT RECORD LAYOUT FOR ADDRESS.DAT -
000500* ONE RECORD PER STUDENT, KEYED ON THE STUDENT'S DATA-ID, KEPT
000600* BY ADDRWRITER.  THE MAILING NAME IS THE NAME THE POST OFFICE
000700* SEES, NOT THE SURNAME ON STUDENTS.DAT.  A RECORD WITH NO
000800* FIRST STREET LINE IS A CONTACT RECORD WITHOUT A MAILING
000900* ADDRESS - NOTHING IS MAILED TO IT.
001000*
001100* THE RECORD IS NOT REMOVED WHEN STUDENTPURGE ARCHIVES THE
001200* STUDENT - THE NOTICE OF THE REMOVAL IS MAILED TO IT, AND
001300* FORMER STUDENTS STILL GET TRANSCRIPTS AND VERIFICATIONS.
001400*
001500* MODIFICATION HISTORY
001600*   DATE       INIT  DESCRIPTION
001700*   ---------- ----  ------------------------------------------
001800*   2026-10-15 JMS   ORIGINAL LAYOUT.
001900*****************************************************************
002000 01  ADDR-REC.
002100     05  ADDR-DATA-ID                PIC 9(12).
002200     05  FILLER                      PIC X(01).
002300     05  ADDR-MAIL-NAME              PIC X(30).
002400     05  FILLER                      PIC X(01).
002500     05  ADDR-STREET-1               PIC X(30).
002600         88  ADDR-NO-MAILING-ADDRESS VALUE SPACES.
002700     05  FILLER                      PIC X(01).
002800     05  ADDR-STREET-2               PIC X(30).
002900     05  FILLER                      PIC X(01).
003000     05  ADDR-CITY                   PIC X(20).
003100     05  FILLER                      PIC X(01).
003200     05  ADDR-STATE                  PIC X(02).
003300     05  FILLER                      PIC X(01).
003400     05  ADDR-ZIP                    PIC X(10).
003500     05  FILLER                      PIC X(01).
003600     05  ADDR-PHONE                  PIC X(14).
003700     05  FILLER                      PIC X(01).
003800     05  ADDR-EMAIL                  PIC X(40).
003900     05  FILLER                      PIC X(01).
004000     05  ADDR-CHANGED-DATE           PIC 9(08).
004100     05  FILLER                      PIC X(01).
004200     05  ADDR-CHANGED-BY             PIC X(08).
