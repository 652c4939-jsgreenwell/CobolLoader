000100*****************************************************************
000200* STANDPRM.CPY
000300*
000400* ACADEMIC STANDING THRESHOLDS - THE ONE-RECORD STANDPRM.DAT
000500* THAT ACADSTAND JUDGES EVERY STUDENT AGAINST.  KEPT ON A FILE
000600* RATHER THAN IN THE PROGRAM SO THE DEAN'S OFFICE CAN MOVE A
000700* LINE WITHOUT A PROGRAM CHANGE - MAINTAINED BY STANDPARM.
000800*
000900*   DEAN'S LIST  - TERM GPA AT OR ABOVE SPRM-DEANS-MIN-GPA ON
001000*                  AT LEAST SPRM-DEANS-MIN-HOURS GPA HOURS,
001100*                  NO INCOMPLETE IN THE TERM, AND NOT BELOW
001200*                  THE PROBATION LINE CUMULATIVELY.
001300*   PROBATION    - CUMULATIVE GPA BELOW SPRM-PROBATION-GPA.
001400*   SUSPENSION   - CUMULATIVE GPA BELOW SPRM-SUSPEND-GPA, OR
001500*                  STILL BELOW THE PROBATION LINE AFTER A TERM
001600*                  ALREADY ON PROBATION.
001700*   GOOD STANDING - EVERYONE ELSE.
001800*
001900* MODIFICATION HISTORY
002000*   DATE       INIT  DESCRIPTION
002100*   ---------- ----  ------------------------------------------
002200*   2026-10-15 JMS   ORIGINAL LAYOUT.
002300*****************************************************************
002400 01  STAND-PARM-REC.
002500     05  SPRM-DEANS-MIN-GPA          PIC 9V99.
002600     05  FILLER                      PIC X(01).
002700     05  SPRM-DEANS-MIN-HOURS        PIC 9(02)V9.
002800     05  FILLER                      PIC X(01).
002900     05  SPRM-PROBATION-GPA          PIC 9V99.
003000     05  FILLER                      PIC X(01).
003100     05  SPRM-SUSPEND-GPA            PIC 9V99.
003200     05  FILLER                      PIC X(01).
003300     05  SPRM-CHANGED-DATE           PIC 9(08).
003400     05  FILLER                      PIC X(01).
003500     05  SPRM-CHANGED-BY             PIC X(08).
