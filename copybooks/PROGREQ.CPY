000100*****************************************************************
000200* PROGREQ.CPY
000300*
000400* PROGRAM-OF-STUDY REQUIREMENTS MASTER RECORD LAYOUT FOR
000500* PROGREQ.DAT - ONE RECORD PER PROGRAM, KEYED ON THE PROGRAM
000600* CODE CARRIED IN STUDREC'S COURSE-CODE.  LISTS THE COURSES THE
000700* PROGRAM REQUIRES, THE LOWEST GRADE THAT SATISFIES EACH ONE
000800* (SEE GRADEPTS.CPY FOR THE ORDER GRADES RANK IN), AND THE
000900* TOTAL CREDIT HOURS NEEDED TO GRADUATE.  PREQ-COURSE-COUNT
001000* SAYS HOW MANY OF THE COURSE ENTRIES ARE IN USE - THE REST
001100* ARE SPACES.  MAINTAINED BY REQWRITER, AUDITED AGAINST BY
001200* DEGAUDIT.
001300*
001400* MODIFICATION HISTORY
001500*   DATE       INIT  DESCRIPTION
001600*   ---------- ----  ------------------------------------------
001700*   2026-10-15 JMS   ORIGINAL LAYOUT.
001800*****************************************************************
001900 01  PREQ-REC.
002000     05  PREQ-PROGRAM-CODE           PIC X(04).
002100     05  FILLER                      PIC X(01).
002200     05  PREQ-DESCRIPTION            PIC X(30).
002300     05  FILLER                      PIC X(01).
002400     05  PREQ-TOTAL-CREDITS          PIC 9(03)V9.
002500     05  FILLER                      PIC X(01).
002600     05  PREQ-COURSE-COUNT           PIC 9(02).
002700     05  FILLER                      PIC X(01).
002800     05  PREQ-CHANGED-DATE           PIC 9(08).
002900     05  FILLER                      PIC X(01).
003000     05  PREQ-CHANGED-BY             PIC X(08).
003100     05  PREQ-COURSE-ENTRY OCCURS 30 TIMES.
003200         10  FILLER                  PIC X(01).
003300         10  PREQ-COURSE-CODE        PIC X(04).
003400         10  PREQ-MIN-GRADE          PIC X(02).
