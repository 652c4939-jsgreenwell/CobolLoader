000100*****************************************************************
000200* GRADEXTR.CPY
000300*
000400* FIXED-WIDTH INTERFACE RECORD FOR THE FINAL GRADE FEED TO THE
000500* REGISTRAR.  BUILT BY GRADEEXTRACT FROM ENROLL.DAT SO THE
000600* GRADES GRADEPOST PUTS ON FILE REACH THE REGISTRAR'S SYSTEM
000700* WITHOUT BEING RE-KEYED FROM THE PRINTED GRADE SHEETS.  ONE
000800* RECORD PER GRADED ENROLLMENT SENT - STUDENT, COURSE, TERM,
000900* GRADE AND THE COURSE'S CREDIT HOURS OFF COURSES.DAT.
001000*
001100* GRX-ACTION-CODE LEADS THE RECORD - A=GRADE THE REGISTRAR HAS
001200* NOT SEEN BEFORE, C=GRADE CHANGED SINCE IT WAS LAST SENT.  A
001300* FULL RUN STAMPS EVERY RECORD "A".  THE LAST LINE OF THE FILE
001400* IS A "T" CONTROL TRAILER (GRX-TRAILER VIEW) CARRYING THE
001500* RECORD COUNT, COUNTS BY ACTION, A HASH TOTAL OF THE STUDENT
001600* IDS AND THE TOTAL CREDIT HOURS SO BOTH SIDES CAN BALANCE THE
001700* FILE.  GRADERECON RECONCILES THE RETURN AGAINST THIS FILE.
001800*
001900* MODIFICATION HISTORY
002000*   DATE       INIT  DESCRIPTION
002100*   ---------- ----  ------------------------------------------
002200*   2026-10-15 JMS   ORIGINAL LAYOUT.
002300*****************************************************************
002400 01  GRADE-EXTRACT-REC.
002500     05  GRX-ACTION-CODE             PIC X(01).
002600         88  GRX-ACTION-ADD          VALUE "A".
002700         88  GRX-ACTION-CHANGE       VALUE "C".
002800         88  GRX-ACTION-TRAILER      VALUE "T".
002900     05  GRX-DETAIL.
003000         10  GRX-STUDENT-ID          PIC 9(12).
003100         10  GRX-COURSE-CODE         PIC X(04).
003200         10  GRX-TERM                PIC X(05).
003300         10  GRX-GRADE               PIC X(02).
003400         10  GRX-CREDIT-HOURS        PIC 9(02)V9.
003500         10  FILLER                  PIC X(24).
003600     05  GRX-TRAILER REDEFINES GRX-DETAIL.
003700         10  GRX-TRL-RECORD-COUNT    PIC 9(08).
003800         10  GRX-TRL-ADD-COUNT       PIC 9(08).
003900         10  GRX-TRL-CHANGE-COUNT    PIC 9(08).
004000         10  GRX-TRL-ID-HASH         PIC 9(18).
004100         10  GRX-TRL-CREDIT-HOURS    PIC 9(07)V9.
