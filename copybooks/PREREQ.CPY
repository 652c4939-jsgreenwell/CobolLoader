000100*****************************************************************
000200* PREREQ.CPY
000300*
000400* COURSE PREREQUISITE RECORD LAYOUT FOR PREREQ.DAT - ONE RECORD
000500* PER COURSE THAT HAS PREREQUISITES, KEYED ON THE COURSE CODE
000600* FROM COURSREC.  LISTS THE COURSES A STUDENT MUST ALREADY HAVE
000700* PASSED ON ENROLL.DAT, AND THE LOWEST GRADE THAT COUNTS AS A
000800* PASS FOR EACH (SEE GRADEPTS.CPY FOR THE ORDER GRADES RANK
000900* IN).  PREREQ-COUNT SAYS HOW MANY OF THE ENTRIES ARE IN USE -
001000* THE REST ARE SPACES.  A COURSE WITH NO PREREQUISITES HAS NO
001100* RECORD.  MAINTAINED FROM COURSEUPDATE, WHICH STAMPS EACH
001200* CHANGE WITH THE DATE AND THE SIGNED-ON OPERATOR, AND ENFORCED
001300* BY ENROLLWRITER, WAITPROM AND ENROLLDROP'S WAITLIST PROMOTION.
001400*
001500* MODIFICATION HISTORY
001600*   DATE       INIT  DESCRIPTION
001700*   ---------- ----  ------------------------------------------
001800*   2026-10-15 JMS   ORIGINAL LAYOUT.
001900*****************************************************************
002000 01  PREREQ-REC.
002100     05  PREREQ-COURSE-CODE          PIC X(04).
002200     05  FILLER                      PIC X(01).
002300     05  PREREQ-COUNT                PIC 9(02).
002400     05  FILLER                      PIC X(01).
002500     05  PREREQ-CHANGED-DATE         PIC 9(08).
002600     05  FILLER                      PIC X(01).
002700     05  PREREQ-CHANGED-BY           PIC X(08).
002800     05  PREREQ-ENTRY OCCURS 10 TIMES.
002900         10  FILLER                  PIC X(01).
003000         10  PREREQ-REQ-COURSE       PIC X(04).
003100         10  PREREQ-MIN-GRADE        PIC X(02).
