000100*****************************************************************
000200* GRADEPTS.CPY
000300*
000400* GRADE POINT TABLE - THE QUALITY POINTS EACH POSTED LETTER
000500* GRADE CARRIES PER CREDIT HOUR.  A WORKING-STORAGE TABLE, NOT
000600* A RECORD LAYOUT - EVERY PROGRAM THAT WORKS OUT A GPA COPIES
000700* THE SAME TABLE SO ACADSTAND AND TRANSCRIPT CAN NEVER DISAGREE
000800* ABOUT WHAT A B- IS WORTH.  "I " AND "W " ARE DELIBERATELY NOT
000900* IN THE TABLE - THEY CARRY NO QUALITY POINTS AND NO GPA HOURS.
001000* AN F IS IN THE TABLE AT ZERO - ITS HOURS COUNT AGAINST THE
001100* GPA.
001200*
001300* THE ENTRIES RUN BEST GRADE TO WORST, SO A GRADE'S POSITION IN
001400* THE TABLE IS ALSO ITS RANK - A GRADE MEETS A MINIMUM WHEN ITS
001500* POSITION IS NOT AFTER THE MINIMUM'S.
001600*
001700* MODIFICATION HISTORY
001800*   DATE       INIT  DESCRIPTION
001900*   ---------- ----  ------------------------------------------
002000*   2026-10-15 JMS   ORIGINAL TABLE.
002100*****************************************************************
002200 01  GRADE-POINT-DATA.
002300     05  FILLER                      PIC X(05) VALUE "A+400".
002400     05  FILLER                      PIC X(05) VALUE "A 400".
002500     05  FILLER                      PIC X(05) VALUE "A-370".
002600     05  FILLER                      PIC X(05) VALUE "B+330".
002700     05  FILLER                      PIC X(05) VALUE "B 300".
002800     05  FILLER                      PIC X(05) VALUE "B-270".
002900     05  FILLER                      PIC X(05) VALUE "C+230".
003000     05  FILLER                      PIC X(05) VALUE "C 200".
003100     05  FILLER                      PIC X(05) VALUE "C-170".
003200     05  FILLER                      PIC X(05) VALUE "D+130".
003300     05  FILLER                      PIC X(05) VALUE "D 100".
003400     05  FILLER                      PIC X(05) VALUE "D-070".
003500     05  FILLER                      PIC X(05) VALUE "F 000".
003600 01  GRADE-POINT-TABLE REDEFINES GRADE-POINT-DATA.
003700     05  GRADE-POINT-ENTRY OCCURS 13 TIMES.
003800         10  GP-GRADE                PIC X(02).
003900         10  GP-POINTS               PIC 9V99.
004000 01  GP-ENTRY-COUNT                  PIC 9(02) COMP VALUE 13.
