000100*****************************************************************
000200* SECTREC.CPY
000300*
000400* SECTION SCHEDULE RECORD LAYOUT FOR SECTION.DAT - ONE RECORD PER
000500* COURSE PER TERM, KEYED ON THE COURSE CODE ON COURSES.DAT PLUS
000600* THE TERM CODE ON TERMS.DAT - THE SAME COURSE/TERM PAIR AS
000700* ENROLL.DAT, SO EVERY ENROLLMENT FINDS ITS MEETING TIME AND
000800* PLACE ON A STRAIGHT KEYED READ.  A COURSE/TERM WITH NO RECORD
000900* IS NOT YET SCHEDULED (SHOWN AS TBA).
001000*
001100* SECT-MEETING-DAYS HOLDS ONE BYTE PER WEEKDAY IN THE ORDER
001200* M T W R F S U - THE DAY'S LETTER IF THE CLASS MEETS THAT DAY,
001300* SPACE IF NOT - SO "M W F  " MEETS MONDAY, WEDNESDAY AND FRIDAY.
001400* START AND END TIMES ARE 24-HOUR HHMM.  THE CLASS MEETS THE SAME
001500* HOURS ON EACH OF ITS DAYS.
001600*
001700* MAINTAINED BY SECTWRITER.  ENROLLWRITER REFUSES AN ENROLLMENT
001800* WHOSE MEETING TIME OVERLAPS ONE OF THE STUDENT'S OTHER CLASSES
001900* THAT TERM.
002000*
002100* MODIFICATION HISTORY
002200*   DATE       INIT  DESCRIPTION
002300*   ---------- ----  ------------------------------------------
002400*   2026-10-15 JMS   ORIGINAL LAYOUT.
002500*****************************************************************
002600 01  SECT-REC.
002700     05  SECT-KEY.
002800         10  SECT-COURSE-CODE        PIC X(04).
002900         10  SECT-TERM               PIC X(05).
003000     05  FILLER                      PIC X(01).
003100     05  SECT-MEETING-DAYS.
003200         10  SECT-DAY                PIC X(01) OCCURS 7 TIMES.
003300     05  FILLER                      PIC X(01).
003400     05  SECT-START-TIME             PIC 9(04).
003500     05  FILLER                      PIC X(01).
003600     05  SECT-END-TIME               PIC 9(04).
003700     05  FILLER                      PIC X(01).
003800     05  SECT-ROOM                   PIC X(08).
003900     05  FILLER                      PIC X(01).
004000     05  SECT-INSTRUCTOR             PIC X(20).
004100     05  FILLER                      PIC X(01).
004200     05  SECT-CHANGED-DATE           PIC 9(08).
004300     05  FILLER                      PIC X(01).
004400     05  SECT-CHANGED-BY             PIC X(08).
