000100*****************************************************************
000200* GRADRETN.CPY
000300*
000400* FIXED-WIDTH INTERFACE RECORD MATCHING THE REGISTRAR'S RETURN
000500* FILE FOR THE GRADE FEED.  THEIR LOAD CONSUMES GRADEXTR.DAT AND
000600* PRODUCES ONE OF THESE PER GRADE RECORD TELLING US WHETHER IT
000700* WAS ACCEPTED OR KICKED OUT, AND WHY - THE SAME ARRANGEMENT AS
000800* REGRETRN.CPY FOR THE STUDENT FEED, KEYED ON THE ENROLLMENT
000900* (STUDENT, COURSE, TERM) INSTEAD OF THE STUDENT ALONE.  READ BY
001000* GRADERECON, WHICH RECONCILES THE RETURN AGAINST OUR EXTRACT.
001100*
001200* MODIFICATION HISTORY
001300*   DATE       INIT  DESCRIPTION
001400*   ---------- ----  ------------------------------------------
001500*   2026-10-15 JMS   ORIGINAL LAYOUT.
001600*****************************************************************
001700 01  GRTN-REC.
001800     05  GRTN-STUDENT-ID             PIC 9(12).
001900     05  FILLER                      PIC X(01).
002000     05  GRTN-COURSE-CODE            PIC X(04).
002100     05  FILLER                      PIC X(01).
002200     05  GRTN-TERM                   PIC X(05).
002300     05  FILLER                      PIC X(01).
002400     05  GRTN-DISPOSITION            PIC X(01).
002500         88  GRTN-ACCEPTED           VALUE "A".
002600         88  GRTN-REJECTED           VALUE "R".
002700     05  FILLER                      PIC X(01).
002800     05  GRTN-REJECT-CODE            PIC X(04).
002900     05  FILLER                      PIC X(01).
003000     05  GRTN-REJECT-TEXT            PIC X(30).
