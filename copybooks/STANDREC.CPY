000100*****************************************************************
000200* STANDREC.CPY
000300*
000400* ACADEMIC STANDING HISTORY RECORD LAYOUT FOR STANDING.DAT - ONE
000500* RECORD PER STUDENT PER TERM, WRITTEN BY THE TERM-END ACADSTAND
000600* RUN AND NEVER DELETED, SO A STUDENT'S STANDING IN ANY PAST
000700* TERM CAN STILL BE ANSWERED.  CARRIES THE TERM AND CUMULATIVE
000800* GPA HOURS, QUALITY POINTS AND GPA AS THEY STOOD WHEN THE RUN
000900* JUDGED THE STUDENT.  RE-RUNNING A TERM REWRITES ITS RECORDS.
001000* KEYED ON STUDENT ID PLUS TERM.  PRINTED BY TRANSCRIPT.
001100*
001200* MODIFICATION HISTORY
001300*   DATE       INIT  DESCRIPTION
001400*   ---------- ----  ------------------------------------------
001500*   2026-10-15 JMS   ORIGINAL LAYOUT.
001600*****************************************************************
001700 01  STAND-REC.
001800     05  STAND-KEY.
001900         10  STAND-STUDENT-ID        PIC 9(12).
002000         10  STAND-TERM              PIC X(05).
002100     05  FILLER                      PIC X(01).
002200     05  STAND-TERM-HOURS            PIC 9(03)V9.
002300     05  FILLER                      PIC X(01).
002400     05  STAND-TERM-POINTS           PIC 9(04)V99.
002500     05  FILLER                      PIC X(01).
002600     05  STAND-TERM-GPA              PIC 9V99.
002700     05  FILLER                      PIC X(01).
002800     05  STAND-CUM-HOURS             PIC 9(04)V9.
002900     05  FILLER                      PIC X(01).
003000     05  STAND-CUM-POINTS            PIC 9(05)V99.
003100     05  FILLER                      PIC X(01).
003200     05  STAND-CUM-GPA               PIC 9V99.
003300     05  FILLER                      PIC X(01).
003400     05  STAND-CODE                  PIC X(01).
003500         88  STAND-DEANS-LIST        VALUE "D".
003600         88  STAND-GOOD              VALUE "G".
003700         88  STAND-PROBATION         VALUE "P".
003800         88  STAND-SUSPENSION        VALUE "S".
003900     05  FILLER                      PIC X(01).
004000     05  STAND-RUN-DATE              PIC 9(08).
004100     05  FILLER                      PIC X(01).
004200     05  STAND-RUN-BY                PIC X(08).
