000100*****************************************************************
000200* CENSREC.CPY
000300*
000400* TERM CENSUS RECORD LAYOUT FOR CENSUS.DAT - THE PERMANENT
000500* SNAPSHOT CENSUSRUN TAKES OF A TERM'S ENROLLMENT ON ITS CENSUS
000600* DATE (TERM-CENSUS-DATE ON TERMS.DAT).  ENROLL.DAT KEEPS
000700* CHANGING AFTER THE FACT - DROPS, MERGES AND PURGES ALL REWRITE
000800* PAST TERMS - SO COURSESUMMARY AND ENROLLLIST CAN ONLY EVER SAY
000900* HOW THINGS STAND TODAY.  THESE RECORDS ARE WRITTEN ONCE AND
001000* NEVER CHANGED, SO "HOW MANY WERE IN THIS COURSE AT CENSUS LAST
001100* FALL" ALWAYS GETS THE SAME ANSWER.  CENSTREND COMPARES THEM
001200* ACROSS YEARS.
001300*
001400* KEYED ON TERM PLUS COURSE CODE - ONE RECORD FOR EACH COURSE
001500* WITH ENROLLMENT IN THE TERM, PLUS ONE INSTITUTION RECORD UNDER
001600* COURSE CODE "****" CARRYING THE WHOLE TERM -
001700*   HEADCOUNT     COURSE - STUDENTS ENROLLED (WITHDRAWALS "W "
001800*                 NOT COUNTED).  INSTITUTION - DISTINCT
001900*                 STUDENTS ENROLLED IN ANYTHING.
002000*   SEATS-USED    COURSE - SAME AS HEADCOUNT.  INSTITUTION -
002100*                 COURSE ENROLLMENTS ACROSS EVERY COURSE.
002200*   MAX-SEATS     COURSE - COURSE-MAX-SEATS AS IT STOOD ON THE
002300*                 DAY, ZERO IF NO LIMIT.  INSTITUTION - TOTAL
002400*                 SEATS OF THE COURSES THAT HAVE A LIMIT.
002500*   FILL-PCT      SEATS USED AS A PERCENTAGE OF MAX-SEATS - FOR
002600*                 THE INSTITUTION, OF THE LIMITED COURSES ONLY.
002700*                 ZERO WHEN THERE IS NO LIMIT.
002800* THE COURSE TITLE AND CREDIT HOURS ARE COPIED IN SO THE RECORD
002900* STILL READS RIGHT AFTER THE COURSE MASTER CHANGES.
003000*
003100* MODIFICATION HISTORY
003200*   DATE       INIT  DESCRIPTION
003300*   ---------- ----  ------------------------------------------
003400*   2026-10-15 JMS   ORIGINAL LAYOUT.
003500*****************************************************************
003600 01  CENS-REC.
003700     05  CENS-KEY.
003800         10  CENS-TERM               PIC X(05).
003900         10  CENS-COURSE-CODE        PIC X(04).
004000             88  CENS-INSTITUTION-ROW VALUE "****".
004100     05  FILLER                      PIC X(01).
004200     05  CENS-COURSE-TITLE           PIC X(30).
004300     05  FILLER                      PIC X(01).
004400     05  CENS-CREDIT-HOURS           PIC 9(02)V9.
004500     05  FILLER                      PIC X(01).
004600     05  CENS-HEADCOUNT              PIC 9(05).
004700     05  FILLER                      PIC X(01).
004800     05  CENS-CREDIT-HOURS-TOTAL     PIC 9(06)V9.
004900     05  FILLER                      PIC X(01).
005000     05  CENS-SEATS-USED             PIC 9(05).
005100     05  FILLER                      PIC X(01).
005200     05  CENS-MAX-SEATS              PIC 9(05).
005300     05  FILLER                      PIC X(01).
005400     05  CENS-FILL-PCT               PIC 9(03)V9.
005500     05  FILLER                      PIC X(01).
005600     05  CENS-CENSUS-DATE            PIC 9(08).
005700     05  FILLER                      PIC X(01).
005800     05  CENS-TAKEN-DATE             PIC 9(08).
005900     05  FILLER                      PIC X(01).
006000     05  CENS-TAKEN-BY               PIC X(08).
