000100*****************************************************************
000200* LOADPRM.CPY
000300*
000400* ENROLLMENT LOAD THRESHOLDS - THE ONE-RECORD LOADPRM.DAT THAT
000500* EVERY STUDENT'S TERM CREDIT HOURS ARE MEASURED AGAINST WHEN
000600* WE CERTIFY ENROLLMENT (SEE ENRLVERIFY AND ENRLSTATUS).  KEPT
000700* ON A FILE THE SAME WAY AS STANDPRM.DAT SO THE REGISTRAR CAN
000800* MOVE A LINE WITHOUT A PROGRAM CHANGE - MAINTAINED BY LOADPARM.
000900*
001000*   FULL-TIME       - HOURS AT OR ABOVE LPRM-FULL-TIME-HOURS.
001100*   THREE-QUARTER   - HOURS AT OR ABOVE LPRM-THREE-QTR-HOURS.
001200*   HALF-TIME       - HOURS AT OR ABOVE LPRM-HALF-TIME-HOURS.
001300*   LESS THAN HALF  - ANY HOURS BELOW THE HALF-TIME LINE.
001400*
001500* THE HOURS COUNTED ARE THE TERM'S ENROLL.DAT COURSES AT THEIR
001600* COURSES.DAT CREDIT HOURS, LEAVING OUT A "W " GRADE - A COURSE
001700* WITHDRAWN FROM IS NOT CARRIED.  THE LOAD STATUS CODES BELOW
001800* ARE THE ONES THE CLEARINGHOUSE TAKES, AND ARE SHARED BY BOTH
001900* PROGRAMS SO THE LETTER AND THE FEED CAN NEVER DISAGREE.
002000*
002100* MODIFICATION HISTORY
002200*   DATE       INIT  DESCRIPTION
002300*   ---------- ----  ------------------------------------------
002400*   2026-10-15 JMS   ORIGINAL LAYOUT.
002500*****************************************************************
002600 01  LOAD-PARM-REC.
002700     05  LPRM-FULL-TIME-HOURS        PIC 9(02)V9.
002800     05  FILLER                      PIC X(01).
002900     05  LPRM-THREE-QTR-HOURS        PIC 9(02)V9.
003000     05  FILLER                      PIC X(01).
003100     05  LPRM-HALF-TIME-HOURS        PIC 9(02)V9.
003200     05  FILLER                      PIC X(01).
003300     05  LPRM-CHANGED-DATE           PIC 9(08).
003400     05  FILLER                      PIC X(01).
003500     05  LPRM-CHANGED-BY             PIC X(08).
003600 01  LOAD-STATUS-CODE                PIC X(01).
003700     88  LOAD-FULL-TIME              VALUE "F".
003800     88  LOAD-THREE-QUARTER          VALUE "Q".
003900     88  LOAD-HALF-TIME              VALUE "H".
004000     88  LOAD-LESS-THAN-HALF         VALUE "L".
004100     88  LOAD-WITHDRAWN              VALUE "W".
