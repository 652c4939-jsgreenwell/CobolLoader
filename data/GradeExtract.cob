000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GRADEEXTRACT.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* BUILDS GRADEXTR.DAT, THE FIXED-WIDTH FINAL GRADE FEED THE
000090* REGISTRAR'S LOAD PICKS UP (SEE GRADEXTR.CPY), FROM ENROLL.DAT.
000100* STUDENTEXTRACT ONLY EVER SENT THEM DEMOGRAPHICS, SO EVERY
000110* GRADE GRADEPOST POSTED WAS RE-KEYED ON THEIR SIDE FROM THE
000120* PRINTED SHEETS.  ONE RECORD PER GRADED ENROLLMENT - STUDENT,
000130* COURSE, TERM, GRADE, AND THE COURSE'S CREDIT HOURS OFF
000140* COURSES.DAT.  AN ENROLLMENT WITH NO GRADE YET IS NEVER SENT.
000150* TWO RUN MODES, THE SAME AS STUDENTEXTRACT -
000160*
000170* CHANGES MODE SENDS ONLY GRADES POSTED OR CHANGED SINCE THE
000180* LAST RUN.  AUDIT.DAT CANNOT DRIVE THIS ONE - GRADEPOST'S
000190* "GRADE" ENTRY CARRIES THE STUDENT BUT NOT WHICH COURSE OR
000200* TERM - SO THE RUN KEEPS GRDSENT.DAT, THE LAST GRADE SENT FOR
000210* EVERY ENROLLMENT, AND COMPARES EACH GRADED ENROLLMENT WITH IT.
000220* NOT ON GRDSENT.DAT GOES OUT "A", A DIFFERENT GRADE GOES OUT
000230* "C", THE SAME GRADE IS NOT SENT AGAIN.
000240*
000250* FULL MODE SENDS EVERY GRADED ENROLLMENT, EACH STAMPED "A".
000260* RUN IT TO SEED THEIR SIDE OR AFTER ANYTHING THAT PUTS THE TWO
000270* SIDES IN DOUBT - A GRADE THEY REJECTED IS ON GRDSENT.DAT AND
000280* WILL NOT GO AGAIN IN CHANGES MODE UNTIL IT IS REGRADED.
000290*
000300* EITHER MODE RECORDS EVERYTHING IT SENDS ON GRDSENT.DAT AND
000310* ENDS THE FILE WITH ONE "T" CONTROL TRAILER - RECORD COUNT,
000320* COUNTS BY ACTION, A HASH TOTAL OF THE STUDENT IDS AND THE
000330* TOTAL CREDIT HOURS - SO BOTH SIDES CAN BALANCE THE FILE.
000340* GRADERECON RECONCILES THE RETURN AGAINST THIS FILE.
000350*
000360* MODIFICATION HISTORY
000370*   DATE       INIT  DESCRIPTION
000380*   ---------- ----  ------------------------------------------
000390*   2026-10-15 JMS   ORIGINAL PROGRAM.
000400*****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS ENROLL-KEY
000490         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000500
000510     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS COURSE-CODE
000550         FILE STATUS IS WS-COURSE-FILE-STATUS.
000560
000570     SELECT SENT-FILE ASSIGN TO "GRDSENT.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS SENT-KEY
000610         FILE STATUS IS WS-SENT-FILE-STATUS.
000620
000630     SELECT EXTRACT-FILE ASSIGN TO "GRADEXTR.DAT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ENROLL-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 COPY ENROLLREC.
000720
000730 FD  COURSE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY COURSREC.
000760
000770*****************************************************************
000780* GRDSENT.DAT - THE LAST GRADE SENT TO THE REGISTRAR FOR EACH
000790* ENROLLMENT, ON THE SAME KEY AS ENROLL.DAT, AND THE DATE IT
000800* WENT.  WRITTEN AND READ ONLY BY THIS PROGRAM.
000810*****************************************************************
000820 FD  SENT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  SENT-REC.
000850     05  SENT-KEY.
000860         10  SENT-STUDENT-ID         PIC 9(12).
000870         10  SENT-COURSE-CODE        PIC X(04).
000880         10  SENT-TERM               PIC X(05).
000890     05  FILLER                      PIC X(01).
000900     05  SENT-GRADE                  PIC X(02).
000910     05  FILLER                      PIC X(01).
000920     05  SENT-DATE                   PIC 9(08).
000930
000940 FD  EXTRACT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY GRADEXTR.
000970
000980 WORKING-STORAGE SECTION.
000990 01  WS-SWITCHES.
001000     05  WS-ENROLL-FILE-STATUS       PIC X(02).
001010         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
001020     05  WS-COURSE-FILE-STATUS       PIC X(02).
001030         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
001040     05  WS-SENT-FILE-STATUS         PIC X(02).
001050         88  WS-SENT-FILE-NOT-FOUND  VALUE "35".
001060     05  WS-EXTRACT-FILE-STATUS      PIC X(02).
001070     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001080         88  WS-ENROLL-EOF           VALUE "Y".
001090     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001100         88  WS-ABORT                VALUE "Y".
001110     05  WS-RUN-MODE-SWITCH          PIC X(01) VALUE "D".
001120         88  WS-FULL-MODE            VALUE "F".
001130         88  WS-CHANGES-MODE         VALUE "D".
001140     05  WS-SENT-FOUND-SWITCH        PIC X(01) VALUE "N".
001150         88  WS-SENT-FOUND           VALUE "Y".
001160
001170 01  WS-THIS-RUN-DATE                PIC 9(08) VALUE ZERO.
001180 01  WS-MAPPED-ACTION                PIC X(01).
001190 01  WS-CREDIT-HOURS                 PIC 9(02)V9.
001200
001210*****************************************************************
001220* RUN-END CONTROL TOTALS - THE SAME NUMBERS STAMPED ON THE "T"
001230* TRAILER SO THE CONSOLE AND THE FILE AGREE.
001240*****************************************************************
001250 01  WS-RUN-TOTALS.
001260     05  WS-ADD-COUNT                PIC 9(08) COMP VALUE ZERO.
001270     05  WS-CHANGE-COUNT             PIC 9(08) COMP VALUE ZERO.
001280     05  WS-TOTAL-EXTRACT-COUNT      PIC 9(08) COMP VALUE ZERO.
001290     05  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE ZERO.
001300     05  WS-NO-COURSE-COUNT          PIC 9(08) COMP VALUE ZERO.
001310     05  WS-ID-HASH-TOTAL            PIC 9(18) VALUE ZERO.
001320     05  WS-CREDIT-HOURS-TOTAL       PIC 9(07)V9 VALUE ZERO.
001330
001340 PROCEDURE DIVISION.
001350*****************************************************************
001360* 0000-MAINLINE
001370*****************************************************************
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001400
001410     IF NOT WS-ABORT
001420         PERFORM 2000-EXTRACT-GRADES THRU 2000-EXIT
001430         PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT
001440     END-IF
001450
001460     PERFORM 8000-TERMINATE THRU 8000-EXIT
001470     GOBACK.
001480
001490*****************************************************************
001500* 1000-INITIALIZE - OPEN ENROLL.DAT AND COURSES.DAT FOR READING,
001510* THE SENT-GRADE FILE FOR UPDATE (CREATED ON THE FIRST RUN) AND
001520* THE OUTPUT, THEN ASK WHICH MODE.
001530*****************************************************************
001540 1000-INITIALIZE.
001550     ACCEPT WS-THIS-RUN-DATE FROM DATE YYYYMMDD
001560
001570     OPEN INPUT ENROLL-FILE
001580     IF WS-ENROLL-FILE-NOT-FOUND
001590         DISPLAY "*** ENROLL.DAT NOT FOUND - "
001600             "RUN ENROLLWRITER FIRST ***"
001610         MOVE "Y" TO WS-ABORT-SWITCH
001620     ELSE
001630         OPEN INPUT COURSE-FILE
001640         IF WS-COURSE-FILE-NOT-FOUND
001650             DISPLAY "*** COURSES.DAT NOT FOUND - "
001660                 "RUN COURSEWRITER FIRST ***"
001670             MOVE "Y" TO WS-ABORT-SWITCH
001680             CLOSE ENROLL-FILE
001690         END-IF
001700     END-IF
001710
001720     IF NOT WS-ABORT
001730         OPEN I-O SENT-FILE
001740         IF WS-SENT-FILE-NOT-FOUND
001750             OPEN OUTPUT SENT-FILE
001760             CLOSE SENT-FILE
001770             OPEN I-O SENT-FILE
001780         END-IF
001790         OPEN OUTPUT EXTRACT-FILE
001800         DISPLAY "ENTER F TO SEND EVERY GRADE OR D FOR GRADES "
001810             "POSTED OR CHANGED SINCE THE LAST RUN"
001820         ACCEPT WS-RUN-MODE-SWITCH
001830         IF WS-FULL-MODE
001840             DISPLAY "GRADEEXTRACT - ALL GRADES TO GRADEXTR.DAT"
001850         ELSE
001860             MOVE "D" TO WS-RUN-MODE-SWITCH
001870             DISPLAY "GRADEEXTRACT - CHANGED GRADES TO "
001880                 "GRADEXTR.DAT"
001890         END-IF
001900     END-IF
001910 1000-EXIT.
001920     EXIT.
001930
001940*****************************************************************
001950* 2000-EXTRACT-GRADES - ENROLL.DAT IN KEY ORDER, SO THE FEED
001960* COMES OUT BY STUDENT, COURSE AND TERM.
001970*****************************************************************
001980 2000-EXTRACT-GRADES.
001990     PERFORM 2100-READ-ENROLL THRU 2100-EXIT
002000     PERFORM 2200-CHECK-ONE-ENROLLMENT THRU 2200-EXIT
002010         UNTIL WS-ENROLL-EOF
002020 2000-EXIT.
002030     EXIT.
002040
002050 2100-READ-ENROLL.
002060     READ ENROLL-FILE NEXT RECORD
002070         AT END
002080             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
002090     END-READ
002100 2100-EXIT.
002110     EXIT.
002120
002130*****************************************************************
002140* 2200-CHECK-ONE-ENROLLMENT - AN UNGRADED ENROLLMENT HAS NOTHING
002150* TO SEND.  A GRADED ONE IS LOOKED UP ON GRDSENT.DAT TO DECIDE
002160* WHETHER IT GOES AND UNDER WHICH ACTION.
002170*****************************************************************
002180 2200-CHECK-ONE-ENROLLMENT.
002190     IF NOT ENROLL-NOT-GRADED
002200         PERFORM 2300-LOOK-UP-SENT-GRADE THRU 2300-EXIT
002210         IF WS-MAPPED-ACTION = SPACES
002220             ADD 1 TO WS-UNCHANGED-COUNT
002230         ELSE
002240             PERFORM 5000-WRITE-GRADE-EXTRACT THRU 5000-EXIT
002250             PERFORM 7000-RECORD-SENT-GRADE THRU 7000-EXIT
002260         END-IF
002270     END-IF
002280     PERFORM 2100-READ-ENROLL THRU 2100-EXIT
002290 2200-EXIT.
002300     EXIT.
002310
002320*****************************************************************
002330* 2300-LOOK-UP-SENT-GRADE - NEVER SENT IS AN ADD.  SENT WITH A
002340* DIFFERENT GRADE IS A CHANGE.  SENT WITH THIS GRADE ALREADY
002350* LEAVES WS-MAPPED-ACTION BLANK - NOTHING TO SEND - EXCEPT ON A
002360* FULL RUN, WHICH SENDS EVERYTHING AS AN ADD.
002370*****************************************************************
002380 2300-LOOK-UP-SENT-GRADE.
002390     MOVE SPACES TO WS-MAPPED-ACTION
002400     MOVE "N" TO WS-SENT-FOUND-SWITCH
002410     MOVE ENROLL-KEY TO SENT-KEY
002420     READ SENT-FILE
002430         INVALID KEY
002440             CONTINUE
002450         NOT INVALID KEY
002460             MOVE "Y" TO WS-SENT-FOUND-SWITCH
002470     END-READ
002480
002490     EVALUATE TRUE
002500         WHEN WS-FULL-MODE
002510             MOVE "A" TO WS-MAPPED-ACTION
002520         WHEN NOT WS-SENT-FOUND
002530             MOVE "A" TO WS-MAPPED-ACTION
002540         WHEN SENT-GRADE NOT = ENROLL-GRADE
002550             MOVE "C" TO WS-MAPPED-ACTION
002560         WHEN OTHER
002570             CONTINUE
002580     END-EVALUATE
002590 2300-EXIT.
002600     EXIT.
002610
002620*****************************************************************
002630* 5000-WRITE-GRADE-EXTRACT - PICK UP THE COURSE'S CREDIT HOURS,
002640* MAP THE ENROLLMENT INTO THE REGISTRAR'S FIELD POSITIONS, STAMP
002650* THE ACTION, WRITE THE ROW AND ROLL IT INTO THE CONTROL TOTALS.
002660* A COURSE NO LONGER ON COURSES.DAT GOES WITH ZERO HOURS - THE
002670* GRADE STILL HAS TO REACH THEM.
002680*****************************************************************
002690 5000-WRITE-GRADE-EXTRACT.
002700     MOVE ZERO TO WS-CREDIT-HOURS
002710     MOVE ENROLL-COURSE-CODE TO COURSE-CODE
002720     READ COURSE-FILE
002730         INVALID KEY
002740             ADD 1 TO WS-NO-COURSE-COUNT
002750             DISPLAY "NOTE - STUDENT " ENROLL-STUDENT-ID
002760                 " COURSE " ENROLL-COURSE-CODE
002770                 " IS NOT ON COURSES.DAT - SENT WITH NO HOURS."
002780         NOT INVALID KEY
002790             MOVE COURSE-CREDIT-HOURS TO WS-CREDIT-HOURS
002800     END-READ
002810
002820     MOVE SPACES             TO GRADE-EXTRACT-REC
002830     MOVE WS-MAPPED-ACTION   TO GRX-ACTION-CODE
002840     MOVE ENROLL-STUDENT-ID  TO GRX-STUDENT-ID
002850     MOVE ENROLL-COURSE-CODE TO GRX-COURSE-CODE
002860     MOVE ENROLL-TERM        TO GRX-TERM
002870     MOVE ENROLL-GRADE       TO GRX-GRADE
002880     MOVE WS-CREDIT-HOURS    TO GRX-CREDIT-HOURS
002890     WRITE GRADE-EXTRACT-REC
002900
002910     IF GRX-ACTION-ADD
002920         ADD 1 TO WS-ADD-COUNT
002930     ELSE
002940         ADD 1 TO WS-CHANGE-COUNT
002950     END-IF
002960     ADD 1 TO WS-TOTAL-EXTRACT-COUNT
002970     ADD ENROLL-STUDENT-ID TO WS-ID-HASH-TOTAL
002980     ADD WS-CREDIT-HOURS TO WS-CREDIT-HOURS-TOTAL
002990 5000-EXIT.
003000     EXIT.
003010
003020*****************************************************************
003030* 6000-WRITE-TRAILER - THE "T" CONTROL LINE AT THE END - RECORD
003040* COUNT, COUNTS BY ACTION, STUDENT ID HASH TOTAL AND CREDIT
003050* HOURS, SO BOTH SIDES CAN BALANCE THE FILE.  WRITTEN EVEN WHEN
003060* NOTHING CHANGED - AN ALL-ZERO TRAILER PROVES THE RUN HAPPENED.
003070*****************************************************************
003080 6000-WRITE-TRAILER.
003090     MOVE SPACES                 TO GRADE-EXTRACT-REC
003100     MOVE "T"                    TO GRX-ACTION-CODE
003110     MOVE WS-TOTAL-EXTRACT-COUNT TO GRX-TRL-RECORD-COUNT
003120     MOVE WS-ADD-COUNT           TO GRX-TRL-ADD-COUNT
003130     MOVE WS-CHANGE-COUNT        TO GRX-TRL-CHANGE-COUNT
003140     MOVE WS-ID-HASH-TOTAL       TO GRX-TRL-ID-HASH
003150     MOVE WS-CREDIT-HOURS-TOTAL  TO GRX-TRL-CREDIT-HOURS
003160     WRITE GRADE-EXTRACT-REC
003170 6000-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210* 7000-RECORD-SENT-GRADE - REMEMBER THE GRADE JUST SENT ON
003220* GRDSENT.DAT SO THE NEXT CHANGES RUN DOES NOT SEND IT AGAIN.
003230*****************************************************************
003240 7000-RECORD-SENT-GRADE.
003250     MOVE SPACES           TO SENT-REC
003260     MOVE ENROLL-KEY       TO SENT-KEY
003270     MOVE ENROLL-GRADE     TO SENT-GRADE
003280     MOVE WS-THIS-RUN-DATE TO SENT-DATE
003290     IF WS-SENT-FOUND
003300         REWRITE SENT-REC
003310             INVALID KEY
003320                 DISPLAY "*** GRDSENT.DAT REWRITE FAILED FOR "
003330                     ENROLL-STUDENT-ID " " ENROLL-COURSE-CODE
003340                     " " ENROLL-TERM " ***"
003350         END-REWRITE
003360     ELSE
003370         WRITE SENT-REC
003380             INVALID KEY
003390                 DISPLAY "*** GRDSENT.DAT WRITE FAILED FOR "
003400                     ENROLL-STUDENT-ID " " ENROLL-COURSE-CODE
003410                     " " ENROLL-TERM " ***"
003420         END-WRITE
003430     END-IF
003440 7000-EXIT.
003450     EXIT.
003460
003470*****************************************************************
003480* 8000-TERMINATE
003490*****************************************************************
003500 8000-TERMINATE.
003510     IF NOT WS-ABORT
003520         CLOSE ENROLL-FILE
003530         CLOSE COURSE-FILE
003540         CLOSE SENT-FILE
003550         CLOSE EXTRACT-FILE
003560         PERFORM 9000-PRINT-RUN-TOTALS THRU 9000-EXIT
003570     END-IF
003580     IF WS-ABORT
003590         MOVE 8 TO RETURN-CODE
003600     END-IF
003610 8000-EXIT.
003620     EXIT.
003630
003640*****************************************************************
003650* 9000-PRINT-RUN-TOTALS - THE SAME NUMBERS STAMPED ON THE "T"
003660* TRAILER, SO THE CONSOLE AND THE FILE AGREE.
003670*****************************************************************
003680 9000-PRINT-RUN-TOTALS.
003690     DISPLAY "-----------------------------------------------"
003700     DISPLAY "GRADEEXTRACT RUN TOTALS"
003710     DISPLAY "  NEW GRADES SENT . . . . . " WS-ADD-COUNT
003720     DISPLAY "  CHANGED GRADES SENT . . . " WS-CHANGE-COUNT
003730     DISPLAY "  RECORDS WRITTEN . . . . . "
003740         WS-TOTAL-EXTRACT-COUNT
003750     DISPLAY "  UNCHANGED, NOT SENT . . . " WS-UNCHANGED-COUNT
003760     DISPLAY "  COURSE NOT ON FILE. . . . " WS-NO-COURSE-COUNT
003770     DISPLAY "  STUDENT ID HASH TOTAL . . " WS-ID-HASH-TOTAL
003780     DISPLAY "  CREDIT HOURS SENT . . . . " WS-CREDIT-HOURS-TOTAL
003790     DISPLAY "-----------------------------------------------"
003800 9000-EXIT.
003810     EXIT.
