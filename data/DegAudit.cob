000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  DEGAUDIT.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* DEGREE AUDIT.  CHECKS A STUDENT'S ENROLL.DAT HISTORY AGAINST
000090* THE REQUIREMENTS FOR THE PROGRAM OF STUDY IN THEIR STUDREC
000100* COURSE-CODE (SEE PROGREQ.CPY, MAINTAINED BY REQWRITER) AND
000110* PRINTS, TO DEGRPT.DAT, EVERY REQUIRED COURSE AS SATISFIED, IN
000120* PROGRESS OR OUTSTANDING, THE CREDITS EARNED AGAINST THE CREDITS
000130* NEEDED, AND WHETHER THE STUDENT IS ELIGIBLE TO GRADUATE.
000140* KEYING A STUDENT ID AUDITS THAT ONE STUDENT - KEYING NOTHING
000150* AUDITS EVERY STUDENT ON STUDENTS.DAT.
000160*
000170* A REQUIRED COURSE IS SATISFIED BY ANY POSTED GRADE AT OR ABOVE
000180* ITS MINIMUM, RANKED BY THE SHARED GRADE POINT TABLE (SEE
000190* GRADEPTS.CPY) - THE BEST ATTEMPT COUNTS, SO A REPEATED COURSE
000200* IS JUDGED ON ITS BEST GRADE.  AN UNGRADED OR INCOMPLETE
000210* ENROLLMENT LEAVES THE COURSE IN PROGRESS.  A POSTED PASSING
000220* GRADE (ENROLL-GRADE-EARNED) EARNS THE COURSE'S CREDIT HOURS,
000230* BUT ONLY ONCE PER COURSE - UNLIKE THE TRANSCRIPT'S EARNED
000240* COLUMN, A COURSE PASSED TWICE COUNTS ONCE TOWARD THE TOTAL.
000250* A STUDENT IS ELIGIBLE ONLY WITH EVERY REQUIREMENT SATISFIED
000260* AND THE TOTAL CREDITS MET.
000270*
000280* EVERY ELIGIBLE STUDENT IS ALSO LISTED ON GRADCAND.DAT, THE
000290* GRADUATION CANDIDATE LIST THE SUPERVISOR WORKS THROUGH WITH
000300* STUDENTPURGE, REMOVAL REASON G.  THIS PROGRAM ONLY REPORTS -
000310* NOTHING IS REMOVED HERE.
000320*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   ---------- ----  ------------------------------------------
000360*   2026-10-15 JMS   ORIGINAL PROGRAM.
000370*****************************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS DATA-ID
000460         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000490
000500     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ENROLL-KEY
000540         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000550
000560     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS COURSE-CODE OF COURSE-REC
000600         FILE STATUS IS WS-COURSE-FILE-STATUS.
000610
000620     SELECT PROGREQ-FILE ASSIGN TO "PROGREQ.DAT"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS PREQ-PROGRAM-CODE
000660         FILE STATUS IS WS-PROGREQ-FILE-STATUS.
000670
000680     SELECT PRINT-FILE ASSIGN TO "DEGRPT.DAT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRINT-FILE-STATUS.
000710
000720     SELECT CAND-FILE ASSIGN TO "GRADCAND.DAT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-CAND-FILE-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  STUDENT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY STUDREC.
000810
000820 FD  ENROLL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY ENROLLREC.
000850
000860 FD  COURSE-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY COURSREC.
000890
000900 FD  PROGREQ-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY PROGREQ.
000930
000940 FD  PRINT-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  PRINT-LINE                      PIC X(132).
000970
000980 FD  CAND-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  CAND-PRINT-LINE                 PIC X(132).
001010
001020 WORKING-STORAGE SECTION.
001030 01  WS-SWITCHES.
001040     05  WS-STUDENT-FILE-STATUS      PIC X(02).
001050         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
001060     05  WS-ENROLL-FILE-STATUS       PIC X(02).
001070         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
001080     05  WS-COURSE-FILE-STATUS       PIC X(02).
001090         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
001100     05  WS-PROGREQ-FILE-STATUS      PIC X(02).
001110         88  WS-PROGREQ-FILE-NOT-FOUND VALUE "35".
001120     05  WS-PRINT-FILE-STATUS        PIC X(02).
001130     05  WS-CAND-FILE-STATUS         PIC X(02).
001140     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001150         88  WS-ABORT                VALUE "Y".
001160     05  WS-STUDENT-EOF-SWITCH       PIC X(01) VALUE "N".
001170         88  WS-STUDENT-EOF          VALUE "Y".
001180     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001190         88  WS-ENROLL-EOF           VALUE "Y".
001200     05  WS-ONE-STUDENT-SWITCH       PIC X(01) VALUE "N".
001210         88  WS-ONE-STUDENT          VALUE "Y".
001220     05  WS-GRADE-FOUND-SWITCH       PIC X(01) VALUE "N".
001230         88  WS-GRADE-FOUND          VALUE "Y".
001240     05  WS-ELIGIBLE-SWITCH          PIC X(01) VALUE "N".
001250         88  WS-ELIGIBLE             VALUE "Y".
001260
001270 01  WS-STUDENT-ID-LINE              PIC X(12).
001280
001290*****************************************************************
001300* THE SHARED GRADE POINT TABLE - BEST GRADE FIRST, SO A GRADE'S
001310* POSITION ON IT IS ITS RANK.
001320*****************************************************************
001330 COPY GRADEPTS.
001340
001350*****************************************************************
001360* ONE ENTRY PER REQUIRED COURSE ON THE STUDENT'S PROGRAM, IN THE
001370* SAME ORDER AS THE PROGREQ.DAT LIST - THE BEST GRADE FOUND FOR
001380* IT SO FAR (RANK 99 MEANS NONE), THE TERM IT WAS EARNED IN,
001390* WHETHER AN ATTEMPT IS STILL IN PROGRESS, AND THE VERDICT.
001400*****************************************************************
001410 01  WS-REQ-TABLE.
001420     05  WS-REQ-ENTRY OCCURS 30 TIMES.
001430         10  WS-REQ-BEST-RANK        PIC 9(02).
001440         10  WS-REQ-BEST-GRADE       PIC X(02).
001450         10  WS-REQ-BEST-TERM        PIC X(05).
001460         10  WS-REQ-IN-PROGRESS-FLAG PIC X(01).
001470             88  WS-REQ-IN-PROGRESS  VALUE "Y".
001480         10  WS-REQ-STATUS           PIC X(01).
001490             88  WS-REQ-SATISFIED    VALUE "S".
001500             88  WS-REQ-PENDING      VALUE "P".
001510             88  WS-REQ-BELOW-MINIMUM VALUE "L".
001520             88  WS-REQ-NOT-TAKEN    VALUE "O".
001530
001540*****************************************************************
001550* ONE STUDENT'S WORKING FIGURES.
001560*****************************************************************
001570 01  WS-STUDENT-FIGURES.
001580     05  WS-EARNED-CREDITS           PIC 9(04)V9.
001590     05  WS-LAST-CREDITED-COURSE     PIC X(04).
001600     05  WS-CREDITS-SHORT            PIC 9(04)V9.
001610     05  WS-OUTSTANDING-COUNT        PIC 9(02).
001620     05  WS-LOOKUP-GRADE             PIC X(02).
001630     05  WS-GRADE-RANK               PIC 9(02).
001640     05  WS-MIN-RANK                 PIC 9(02).
001650
001660 01  WS-SUBSCRIPTS.
001670     05  WS-GP-SUB                   PIC 9(02) COMP.
001680     05  WS-REQ-SUB                  PIC 9(02) COMP.
001690
001700 01  WS-COUNTERS.
001710     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
001720     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001730     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001740     05  WS-LINES-NEEDED             PIC 9(04) COMP VALUE ZERO.
001750     05  WS-CAND-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001760     05  WS-CAND-LINE-COUNT          PIC 9(04) COMP VALUE ZERO.
001770     05  WS-AUDITED-COUNT            PIC 9(05) COMP VALUE ZERO.
001780     05  WS-ELIGIBLE-COUNT           PIC 9(05) COMP VALUE ZERO.
001790     05  WS-NOT-ELIGIBLE-COUNT       PIC 9(05) COMP VALUE ZERO.
001800     05  WS-NO-REQS-COUNT            PIC 9(05) COMP VALUE ZERO.
001810     05  WS-NO-COURSE-COUNT          PIC 9(05) COMP VALUE ZERO.
001820
001830 01  HDG-LINE-1.
001840     05  FILLER                      PIC X(40)
001850         VALUE "DEGREE AUDIT".
001860     05  FILLER                      PIC X(05) VALUE "PAGE".
001870     05  HDG-PAGE-NO                 PIC ZZZ9.
001880
001890 01  STUDENT-LINE.
001900     05  FILLER                      PIC X(08) VALUE "STUDENT".
001910     05  STL-STUDENT-ID              PIC Z(11)9.
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  STL-STUDENT-NAME            PIC X(22).
001940     05  FILLER                      PIC X(01) VALUE SPACES.
001950     05  STL-STUDENT-INITIALS        PIC X(03).
001960     05  FILLER                      PIC X(03) VALUE SPACES.
001970     05  FILLER                      PIC X(08) VALUE "PROGRAM".
001980     05  STL-PROGRAM-CODE            PIC X(04).
001990     05  FILLER                      PIC X(03) VALUE " - ".
002000     05  STL-PROGRAM-DESCRIPTION     PIC X(30).
002010
002020 01  REQ-HDG-LINE.
002030     05  FILLER                      PIC X(04) VALUE SPACES.
002040     05  FILLER                      PIC X(08) VALUE "COURSE".
002050     05  FILLER                      PIC X(32) VALUE "TITLE".
002060     05  FILLER                      PIC X(06) VALUE "MIN".
002070     05  FILLER                      PIC X(07) VALUE "GRADE".
002080     05  FILLER                      PIC X(07) VALUE "TERM".
002090     05  FILLER                      PIC X(06) VALUE "STATUS".
002100
002110 01  REQ-LINE.
002120     05  FILLER                      PIC X(04) VALUE SPACES.
002130     05  RQL-COURSE-CODE             PIC X(04).
002140     05  FILLER                      PIC X(04) VALUE SPACES.
002150     05  RQL-COURSE-TITLE            PIC X(30).
002160     05  FILLER                      PIC X(02) VALUE SPACES.
002170     05  RQL-MIN-GRADE               PIC X(02).
002180     05  FILLER                      PIC X(04) VALUE SPACES.
002190     05  RQL-BEST-GRADE              PIC X(02).
002200     05  FILLER                      PIC X(05) VALUE SPACES.
002210     05  RQL-BEST-TERM               PIC X(05).
002220     05  FILLER                      PIC X(02) VALUE SPACES.
002230     05  RQL-STATUS                  PIC X(30).
002240
002250 01  NO-COURSES-LINE.
002260     05  FILLER                      PIC X(04) VALUE SPACES.
002270     05  FILLER                      PIC X(36)
002280         VALUE "NO REQUIRED COURSES ON THE PROGRAM".
002290     05  FILLER                      PIC X(16)
002300         VALUE " - CREDITS ONLY".
002310
002320 01  NO-REQS-LINE.
002330     05  FILLER                      PIC X(04) VALUE SPACES.
002340     05  FILLER                      PIC X(36)
002350         VALUE "*** NO REQUIREMENTS ON PROGREQ.DAT ".
002360     05  FILLER                      PIC X(36)
002370         VALUE "FOR THIS PROGRAM - NOT AUDITED ***".
002380
002390 01  CREDITS-LINE.
002400     05  FILLER                      PIC X(04) VALUE SPACES.
002410     05  FILLER                      PIC X(16)
002420         VALUE "CREDITS EARNED".
002430     05  CRL-EARNED                  PIC ZZZ9.9.
002440     05  FILLER                      PIC X(04) VALUE " OF".
002450     05  CRL-REQUIRED                PIC ZZ9.9.
002460     05  FILLER                      PIC X(10) VALUE " REQUIRED".
002470
002480 01  ELIGIBILITY-LINE.
002490     05  FILLER                      PIC X(04) VALUE SPACES.
002500     05  ELL-RESULT                  PIC X(30).
002510     05  FILLER                      PIC X(27)
002520         VALUE "REQUIREMENTS OUTSTANDING:".
002530     05  ELL-OUTSTANDING             PIC Z9.
002540     05  FILLER                      PIC X(18)
002550         VALUE "   CREDITS SHORT:".
002560     05  ELL-SHORT                   PIC ZZZ9.9.
002570
002580 01  TOTAL-LINE-1.
002590     05  FILLER                      PIC X(28)
002600         VALUE "STUDENTS AUDITED: ".
002610     05  TOT-AUDITED-OUT             PIC ZZ,ZZ9.
002620
002630 01  TOTAL-LINE-2.
002640     05  FILLER                      PIC X(28)
002650         VALUE "ELIGIBLE TO GRADUATE: ".
002660     05  TOT-ELIGIBLE-OUT            PIC ZZ,ZZ9.
002670     05  FILLER                      PIC X(40)
002680         VALUE "  (LISTED ON GRADCAND.DAT)".
002690
002700 01  TOTAL-LINE-3.
002710     05  FILLER                      PIC X(28)
002720         VALUE "NOT YET ELIGIBLE: ".
002730     05  TOT-NOT-ELIGIBLE-OUT        PIC ZZ,ZZ9.
002740
002750 01  TOTAL-LINE-4.
002760     05  FILLER                      PIC X(28)
002770         VALUE "PROGRAM NOT ON PROGREQ.DAT: ".
002780     05  TOT-NO-REQS-OUT             PIC ZZ,ZZ9.
002790     05  FILLER                      PIC X(40)
002800         VALUE "  (NOT AUDITED - RUN REQWRITER)".
002810
002820 01  TOTAL-LINE-5.
002830     05  FILLER                      PIC X(28)
002840         VALUE "COURSE NOT ON MASTER: ".
002850     05  TOT-NO-COURSE-OUT           PIC ZZ,ZZ9.
002860     05  FILLER                      PIC X(40)
002870         VALUE "  (PASSED BUT NO CREDITS COUNTED)".
002880
002890 01  FTR-LINE.
002900     05  FILLER                      PIC X(12)
002910                                     VALUE "END OF PAGE".
002920     05  FTR-PAGE-NO                 PIC ZZZ9.
002930
002940*****************************************************************
002950* GRADUATION CANDIDATE LIST (GRADCAND.DAT).  THE CLEARED COLUMN
002960* IS LEFT BLANK FOR THE SUPERVISOR TO INITIAL AS EACH STUDENT IS
002970* REMOVED WITH STUDENTPURGE.
002980*****************************************************************
002990 01  CHD-LINE-1.
003000     05  FILLER                      PIC X(24)
003010         VALUE "GRADUATION CANDIDATES -".
003020     05  FILLER                      PIC X(40)
003030         VALUE "REMOVE WITH STUDENTPURGE, REASON G".
003040     05  FILLER                      PIC X(05) VALUE "PAGE".
003050     05  CHD-PAGE-NO                 PIC ZZZ9.
003060
003070 01  CHD-LINE-2.
003080     05  FILLER              PIC X(14) VALUE "STUDENT ID".
003090     05  FILLER              PIC X(27) VALUE "NAME".
003100     05  FILLER              PIC X(09) VALUE "PROGRAM".
003110     05  FILLER              PIC X(10) VALUE "EARNED".
003120     05  FILLER              PIC X(10) VALUE "REQUIRED".
003130     05  FILLER              PIC X(07) VALUE "CLEARED".
003140
003150 01  CAND-DETAIL-LINE.
003160     05  CDL-STUDENT-ID              PIC Z(11)9.
003170     05  FILLER                      PIC X(02) VALUE SPACES.
003180     05  CDL-STUDENT-NAME            PIC X(22).
003190     05  FILLER                      PIC X(01) VALUE SPACES.
003200     05  CDL-STUDENT-INITIALS        PIC X(03).
003210     05  FILLER                      PIC X(02) VALUE SPACES.
003220     05  CDL-PROGRAM-CODE            PIC X(04).
003230     05  FILLER                      PIC X(05) VALUE SPACES.
003240     05  CDL-EARNED                  PIC ZZZ9.9.
003250     05  FILLER                      PIC X(04) VALUE SPACES.
003260     05  CDL-REQUIRED                PIC ZZ9.9.
003270     05  FILLER                      PIC X(05) VALUE SPACES.
003280     05  FILLER                      PIC X(08) VALUE "________".
003290
003300 01  CAND-TOTAL-LINE.
003310     05  FILLER                      PIC X(28)
003320         VALUE "CANDIDATES LISTED: ".
003330     05  CTL-CANDIDATES-OUT          PIC ZZ,ZZ9.
003340
003350 01  CAND-FTR-LINE.
003360     05  FILLER                      PIC X(12)
003370                                     VALUE "END OF PAGE".
003380     05  CFT-PAGE-NO                 PIC ZZZ9.
003390
003400 PROCEDURE DIVISION.
003410*****************************************************************
003420* 0000-MAINLINE
003430*****************************************************************
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003460
003470     IF NOT WS-ABORT
003480         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
003490     END-IF
003500     IF NOT WS-ABORT
003510         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
003520         PERFORM 4200-PRINT-CAND-HEADINGS THRU 4200-EXIT
003530         PERFORM 3000-AUDIT-STUDENTS THRU 3000-EXIT
003540         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
003550         PERFORM 4700-PRINT-CAND-FOOTER THRU 4700-EXIT
003560         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
003570     END-IF
003580
003590     PERFORM 8000-TERMINATE THRU 8000-EXIT
003600     STOP RUN.
003610
003620*****************************************************************
003630* 1000-INITIALIZE - ONE STUDENT OR EVERY STUDENT.
003640*****************************************************************
003650 1000-INITIALIZE.
003660     DISPLAY "DEGAUDIT - DEGREE AUDIT."
003670     DISPLAY "ENTER STUDENT ID TO AUDIT ONE STUDENT, OR NOTHING "
003680         "TO AUDIT EVERY STUDENT"
003690     MOVE SPACES TO WS-STUDENT-ID-LINE
003700     ACCEPT WS-STUDENT-ID-LINE
003710     IF WS-STUDENT-ID-LINE NOT = SPACES
003720         IF WS-STUDENT-ID-LINE NOT NUMERIC
003730             DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
003740             MOVE "Y" TO WS-ABORT-SWITCH
003750         ELSE
003760             MOVE "Y" TO WS-ONE-STUDENT-SWITCH
003770         END-IF
003780     END-IF
003790 1000-EXIT.
003800     EXIT.
003810
003820*****************************************************************
003830* 2000-OPEN-FILES - THE STUDENT, ENROLLMENT, COURSE AND
003840* REQUIREMENTS MASTERS ARE ALL REQUIRED.
003850*****************************************************************
003860 2000-OPEN-FILES.
003870     OPEN INPUT STUDENT-FILE
003880     IF WS-STUDENT-FILE-NOT-FOUND
003890         DISPLAY "*** STUDENTS.DAT NOT FOUND - "
003900             "RUN STUDENTWRITER FIRST ***"
003910         MOVE "Y" TO WS-ABORT-SWITCH
003920     ELSE
003930         OPEN INPUT ENROLL-FILE
003940         IF WS-ENROLL-FILE-NOT-FOUND
003950             DISPLAY "*** ENROLL.DAT NOT FOUND - "
003960                 "RUN ENROLLWRITER FIRST ***"
003970             MOVE "Y" TO WS-ABORT-SWITCH
003980             CLOSE STUDENT-FILE
003990         ELSE
004000             OPEN INPUT COURSE-FILE
004010             IF WS-COURSE-FILE-NOT-FOUND
004020                 DISPLAY "*** COURSES.DAT NOT FOUND - "
004030                     "RUN COURSEWRITER FIRST ***"
004040                 MOVE "Y" TO WS-ABORT-SWITCH
004050                 CLOSE STUDENT-FILE
004060                 CLOSE ENROLL-FILE
004070             ELSE
004080                 OPEN INPUT PROGREQ-FILE
004090                 IF WS-PROGREQ-FILE-NOT-FOUND
004100                     DISPLAY "*** PROGREQ.DAT NOT FOUND - "
004110                         "RUN REQWRITER FIRST ***"
004120                     MOVE "Y" TO WS-ABORT-SWITCH
004130                     CLOSE STUDENT-FILE
004140                     CLOSE ENROLL-FILE
004150                     CLOSE COURSE-FILE
004160                 ELSE
004170                     OPEN OUTPUT PRINT-FILE
004180                     OPEN OUTPUT CAND-FILE
004190                 END-IF
004200             END-IF
004210         END-IF
004220     END-IF
004230 2000-EXIT.
004240     EXIT.
004250
004260*****************************************************************
004270* 3000-AUDIT-STUDENTS - THE ONE STUDENT KEYED, OR EVERY STUDENT
004280* ON STUDENTS.DAT IN STUDENT ID ORDER.
004290*****************************************************************
004300 3000-AUDIT-STUDENTS.
004310     IF WS-ONE-STUDENT
004320         MOVE WS-STUDENT-ID-LINE TO DATA-ID
004330         READ STUDENT-FILE
004340             INVALID KEY
004350                 DISPLAY "*** STUDENT " WS-STUDENT-ID-LINE
004360                     " NOT FOUND ***"
004370             NOT INVALID KEY
004380                 PERFORM 3200-AUDIT-ONE-STUDENT THRU 3200-EXIT
004390         END-READ
004400     ELSE
004410         MOVE "N" TO WS-STUDENT-EOF-SWITCH
004420         MOVE ZERO TO DATA-ID
004430         START STUDENT-FILE KEY NOT < DATA-ID
004440             INVALID KEY
004450                 MOVE "Y" TO WS-STUDENT-EOF-SWITCH
004460         END-START
004470         IF NOT WS-STUDENT-EOF
004480             PERFORM 3100-READ-STUDENT THRU 3100-EXIT
004490             PERFORM 3150-AUDIT-AND-READ THRU 3150-EXIT
004500                 UNTIL WS-STUDENT-EOF
004510         END-IF
004520     END-IF
004530 3000-EXIT.
004540     EXIT.
004550
004560 3100-READ-STUDENT.
004570     READ STUDENT-FILE NEXT RECORD
004580         AT END
004590             MOVE "Y" TO WS-STUDENT-EOF-SWITCH
004600     END-READ
004610 3100-EXIT.
004620     EXIT.
004630
004640 3150-AUDIT-AND-READ.
004650     PERFORM 3200-AUDIT-ONE-STUDENT THRU 3200-EXIT
004660     PERFORM 3100-READ-STUDENT THRU 3100-EXIT
004670 3150-EXIT.
004680     EXIT.
004690
004700*****************************************************************
004710* 3200-AUDIT-ONE-STUDENT - LOOK UP THE STUDENT'S PROGRAM, GATHER
004720* THEIR ENROLLMENTS AGAINST IT, JUDGE AND PRINT.  A PROGRAM WITH
004730* NO REQUIREMENTS ON FILE IS REPORTED, NOT GUESSED AT.
004740*****************************************************************
004750 3200-AUDIT-ONE-STUDENT.
004760     MOVE COURSE-CODE OF DATA-REC TO PREQ-PROGRAM-CODE
004770     READ PROGREQ-FILE
004780         INVALID KEY
004790             ADD 1 TO WS-NO-REQS-COUNT
004800             PERFORM 3900-PRINT-NO-REQUIREMENTS THRU 3900-EXIT
004810         NOT INVALID KEY
004820             ADD 1 TO WS-AUDITED-COUNT
004830             PERFORM 3300-GATHER-ENROLLMENTS THRU 3300-EXIT
004840             PERFORM 3500-JUDGE-REQUIREMENTS THRU 3500-EXIT
004850             PERFORM 3600-PRINT-AUDIT THRU 3600-EXIT
004860             IF WS-ELIGIBLE
004870                 ADD 1 TO WS-ELIGIBLE-COUNT
004880                 PERFORM 3800-LIST-CANDIDATE THRU 3800-EXIT
004890             ELSE
004900                 ADD 1 TO WS-NOT-ELIGIBLE-COUNT
004910             END-IF
004920     END-READ
004930 3200-EXIT.
004940     EXIT.
004950
004960*****************************************************************
004970* 3300-GATHER-ENROLLMENTS - CLEAR THE REQUIREMENT TABLE, THEN
004980* READ EVERY ENROLL.DAT RECORD UNDER THE STUDENT.
004990*****************************************************************
005000 3300-GATHER-ENROLLMENTS.
005010     MOVE ZERO TO WS-EARNED-CREDITS
005020     MOVE SPACES TO WS-LAST-CREDITED-COURSE
005030     PERFORM 3310-CLEAR-ONE-REQUIREMENT THRU 3310-EXIT
005040         VARYING WS-REQ-SUB FROM 1 BY 1
005050         UNTIL WS-REQ-SUB > PREQ-COURSE-COUNT
005060
005070     MOVE "N" TO WS-ENROLL-EOF-SWITCH
005080     MOVE DATA-ID TO ENROLL-STUDENT-ID
005090     MOVE LOW-VALUES TO ENROLL-COURSE-CODE
005100     MOVE LOW-VALUES TO ENROLL-TERM
005110     START ENROLL-FILE KEY NOT < ENROLL-KEY
005120         INVALID KEY
005130             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005140     END-START
005150     IF NOT WS-ENROLL-EOF
005160         PERFORM 3350-READ-ENROLL THRU 3350-EXIT
005170         PERFORM 3400-TAKE-ENROLLMENT THRU 3400-EXIT
005180             UNTIL WS-ENROLL-EOF
005190                 OR ENROLL-STUDENT-ID NOT = DATA-ID
005200     END-IF
005210 3300-EXIT.
005220     EXIT.
005230
005240 3310-CLEAR-ONE-REQUIREMENT.
005250     MOVE 99     TO WS-REQ-BEST-RANK (WS-REQ-SUB)
005260     MOVE SPACES TO WS-REQ-BEST-GRADE (WS-REQ-SUB)
005270     MOVE SPACES TO WS-REQ-BEST-TERM (WS-REQ-SUB)
005280     MOVE "N"    TO WS-REQ-IN-PROGRESS-FLAG (WS-REQ-SUB)
005290     MOVE "O"    TO WS-REQ-STATUS (WS-REQ-SUB)
005300 3310-EXIT.
005310     EXIT.
005320
005330 3350-READ-ENROLL.
005340     READ ENROLL-FILE NEXT RECORD
005350         AT END
005360             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005370     END-READ
005380 3350-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420* 3400-TAKE-ENROLLMENT - A PASSING GRADE EARNS THE COURSE'S
005430* CREDIT HOURS UNLESS AN EARLIER ATTEMPT HAS ALREADY EARNED
005440* THEM.  ENROLL.DAT IS KEYED STUDENT, COURSE, TERM, SO EVERY
005450* ATTEMPT AT A COURSE COMES OFF TOGETHER AND THE LAST COURSE
005460* CREDITED IS ALL THAT NEEDS REMEMBERING.  THE ENROLLMENT IS
005470* THEN HELD UP AGAINST EVERY REQUIRED COURSE IT MATCHES.
005480*****************************************************************
005490 3400-TAKE-ENROLLMENT.
005500     IF ENROLL-GRADE-EARNED
005510         AND ENROLL-COURSE-CODE NOT = WS-LAST-CREDITED-COURSE
005520         MOVE ENROLL-COURSE-CODE TO COURSE-CODE OF COURSE-REC
005530         READ COURSE-FILE
005540             INVALID KEY
005550                 ADD 1 TO WS-NO-COURSE-COUNT
005560             NOT INVALID KEY
005570                 ADD COURSE-CREDIT-HOURS TO WS-EARNED-CREDITS
005580                 MOVE ENROLL-COURSE-CODE
005590                     TO WS-LAST-CREDITED-COURSE
005600         END-READ
005610     END-IF
005620
005630     MOVE ENROLL-GRADE TO WS-LOOKUP-GRADE
005640     PERFORM 3450-LOOK-UP-GRADE-RANK THRU 3450-EXIT
005650     PERFORM 3470-MATCH-REQUIREMENT THRU 3470-EXIT
005660         VARYING WS-REQ-SUB FROM 1 BY 1
005670         UNTIL WS-REQ-SUB > PREQ-COURSE-COUNT
005680
005690     PERFORM 3350-READ-ENROLL THRU 3350-EXIT
005700 3400-EXIT.
005710     EXIT.
005720
005730*****************************************************************
005740* 3450-LOOK-UP-GRADE-RANK - THE POSITION OF WS-LOOKUP-GRADE ON
005750* THE GRADE POINT TABLE.  "I ", "W " AND AN UNGRADED ENROLLMENT
005760* ARE NOT ON IT, SO THEY ARE NEVER FOUND.
005770*****************************************************************
005780 3450-LOOK-UP-GRADE-RANK.
005790     MOVE "N" TO WS-GRADE-FOUND-SWITCH
005800     MOVE 99 TO WS-GRADE-RANK
005810     PERFORM 3460-MATCH-GRADE-ENTRY THRU 3460-EXIT
005820         VARYING WS-GP-SUB FROM 1 BY 1
005830         UNTIL WS-GP-SUB > GP-ENTRY-COUNT
005840             OR WS-GRADE-FOUND
005850 3450-EXIT.
005860     EXIT.
005870
005880 3460-MATCH-GRADE-ENTRY.
005890     IF WS-LOOKUP-GRADE = GP-GRADE (WS-GP-SUB)
005900         MOVE WS-GP-SUB TO WS-GRADE-RANK
005910         MOVE "Y" TO WS-GRADE-FOUND-SWITCH
005920     END-IF
005930 3460-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970* 3470-MATCH-REQUIREMENT - KEEP THE BEST GRADE POSTED FOR THE
005980* REQUIRED COURSE.  AN UNGRADED OR INCOMPLETE ATTEMPT MARKS IT
005990* IN PROGRESS.
006000*****************************************************************
006010 3470-MATCH-REQUIREMENT.
006020     IF PREQ-COURSE-CODE (WS-REQ-SUB) = ENROLL-COURSE-CODE
006030         IF ENROLL-NOT-GRADED OR ENROLL-GRADE = "I "
006040             MOVE "Y" TO WS-REQ-IN-PROGRESS-FLAG (WS-REQ-SUB)
006050         END-IF
006060         IF WS-GRADE-FOUND
006070             AND WS-GRADE-RANK < WS-REQ-BEST-RANK (WS-REQ-SUB)
006080             MOVE WS-GRADE-RANK TO WS-REQ-BEST-RANK (WS-REQ-SUB)
006090             MOVE ENROLL-GRADE  TO WS-REQ-BEST-GRADE (WS-REQ-SUB)
006100             MOVE ENROLL-TERM   TO WS-REQ-BEST-TERM (WS-REQ-SUB)
006110         END-IF
006120     END-IF
006130 3470-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170* 3500-JUDGE-REQUIREMENTS - EACH REQUIRED COURSE IS SATISFIED,
006180* IN PROGRESS, BELOW ITS MINIMUM OR NOT YET TAKEN, AND THE
006190* STUDENT IS ELIGIBLE ONLY WITH NOTHING OUTSTANDING AND THE
006200* CREDITS MET.
006210*****************************************************************
006220 3500-JUDGE-REQUIREMENTS.
006230     MOVE ZERO TO WS-OUTSTANDING-COUNT
006240     PERFORM 3550-JUDGE-ONE-REQUIREMENT THRU 3550-EXIT
006250         VARYING WS-REQ-SUB FROM 1 BY 1
006260         UNTIL WS-REQ-SUB > PREQ-COURSE-COUNT
006270
006280     MOVE ZERO TO WS-CREDITS-SHORT
006290     IF WS-EARNED-CREDITS < PREQ-TOTAL-CREDITS
006300         COMPUTE WS-CREDITS-SHORT =
006310             PREQ-TOTAL-CREDITS - WS-EARNED-CREDITS
006320     END-IF
006330
006340     IF WS-OUTSTANDING-COUNT = ZERO
006350         AND WS-CREDITS-SHORT = ZERO
006360         MOVE "Y" TO WS-ELIGIBLE-SWITCH
006370     ELSE
006380         MOVE "N" TO WS-ELIGIBLE-SWITCH
006390     END-IF
006400 3500-EXIT.
006410     EXIT.
006420
006430*****************************************************************
006440* 3550-JUDGE-ONE-REQUIREMENT - A MINIMUM GRADE NOT ON THE GRADE
006450* POINT TABLE (REQWRITER WILL NOT KEY ONE) IS TAKEN AS ANY
006460* PASSING GRADE - EVERYTHING ABOVE THE F AT THE BOTTOM.
006470*****************************************************************
006480 3550-JUDGE-ONE-REQUIREMENT.
006490     MOVE PREQ-MIN-GRADE (WS-REQ-SUB) TO WS-LOOKUP-GRADE
006500     PERFORM 3450-LOOK-UP-GRADE-RANK THRU 3450-EXIT
006510     IF WS-GRADE-FOUND
006520         MOVE WS-GRADE-RANK TO WS-MIN-RANK
006530     ELSE
006540         COMPUTE WS-MIN-RANK = GP-ENTRY-COUNT - 1
006550     END-IF
006560
006570     IF WS-REQ-BEST-RANK (WS-REQ-SUB) NOT > WS-MIN-RANK
006580         MOVE "S" TO WS-REQ-STATUS (WS-REQ-SUB)
006590     ELSE
006600         ADD 1 TO WS-OUTSTANDING-COUNT
006610         IF WS-REQ-IN-PROGRESS (WS-REQ-SUB)
006620             MOVE "P" TO WS-REQ-STATUS (WS-REQ-SUB)
006630         ELSE
006640             IF WS-REQ-BEST-RANK (WS-REQ-SUB) < 99
006650                 MOVE "L" TO WS-REQ-STATUS (WS-REQ-SUB)
006660             ELSE
006670                 MOVE "O" TO WS-REQ-STATUS (WS-REQ-SUB)
006680             END-IF
006690         END-IF
006700     END-IF
006710 3550-EXIT.
006720     EXIT.
006730
006740*****************************************************************
006750* 3600-PRINT-AUDIT - ONE STUDENT'S AUDIT, KEPT TOGETHER ON ONE
006760* PAGE - A NEW PAGE IS STARTED IF THE WHOLE BLOCK WILL NOT FIT.
006770*****************************************************************
006780 3600-PRINT-AUDIT.
006790     COMPUTE WS-LINES-NEEDED = PREQ-COURSE-COUNT + 7
006800     IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-LINES-PER-PAGE
006810         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
006820         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
006830     END-IF
006840
006850     PERFORM 3700-FILL-STUDENT-LINE THRU 3700-EXIT
006860     MOVE PREQ-DESCRIPTION TO STL-PROGRAM-DESCRIPTION
006870     WRITE PRINT-LINE FROM STUDENT-LINE
006880         AFTER ADVANCING 2 LINES
006890     ADD 2 TO WS-LINE-COUNT
006900
006910     IF PREQ-COURSE-COUNT = ZERO
006920         WRITE PRINT-LINE FROM NO-COURSES-LINE
006930             AFTER ADVANCING 1 LINE
006940         ADD 1 TO WS-LINE-COUNT
006950     ELSE
006960         WRITE PRINT-LINE FROM REQ-HDG-LINE
006970             AFTER ADVANCING 1 LINE
006980         ADD 1 TO WS-LINE-COUNT
006990         PERFORM 3650-PRINT-REQUIREMENT-LINE THRU 3650-EXIT
007000             VARYING WS-REQ-SUB FROM 1 BY 1
007010             UNTIL WS-REQ-SUB > PREQ-COURSE-COUNT
007020     END-IF
007030
007040     MOVE WS-EARNED-CREDITS  TO CRL-EARNED
007050     MOVE PREQ-TOTAL-CREDITS TO CRL-REQUIRED
007060     WRITE PRINT-LINE FROM CREDITS-LINE
007070         AFTER ADVANCING 1 LINE
007080     ADD 1 TO WS-LINE-COUNT
007090
007100     IF WS-ELIGIBLE
007110         MOVE "*** ELIGIBLE TO GRADUATE ***" TO ELL-RESULT
007120     ELSE
007130         MOVE "NOT YET ELIGIBLE" TO ELL-RESULT
007140     END-IF
007150     MOVE WS-OUTSTANDING-COUNT TO ELL-OUTSTANDING
007160     MOVE WS-CREDITS-SHORT     TO ELL-SHORT
007170     WRITE PRINT-LINE FROM ELIGIBILITY-LINE
007180         AFTER ADVANCING 1 LINE
007190     ADD 1 TO WS-LINE-COUNT
007200 3600-EXIT.
007210     EXIT.
007220
007230*****************************************************************
007240* 3650-PRINT-REQUIREMENT-LINE - ONE REQUIRED COURSE, TITLED OFF
007250* THE COURSE MASTER.
007260*****************************************************************
007270 3650-PRINT-REQUIREMENT-LINE.
007280     MOVE PREQ-COURSE-CODE (WS-REQ-SUB) TO RQL-COURSE-CODE
007290     MOVE PREQ-COURSE-CODE (WS-REQ-SUB)
007300         TO COURSE-CODE OF COURSE-REC
007310     READ COURSE-FILE
007320         INVALID KEY
007330             MOVE "* NOT ON COURSES.DAT *" TO RQL-COURSE-TITLE
007340         NOT INVALID KEY
007350             MOVE COURSE-TITLE TO RQL-COURSE-TITLE
007360     END-READ
007370     MOVE PREQ-MIN-GRADE (WS-REQ-SUB)    TO RQL-MIN-GRADE
007380     MOVE WS-REQ-BEST-GRADE (WS-REQ-SUB) TO RQL-BEST-GRADE
007390     MOVE WS-REQ-BEST-TERM (WS-REQ-SUB)  TO RQL-BEST-TERM
007400
007410     EVALUATE TRUE
007420         WHEN WS-REQ-SATISFIED (WS-REQ-SUB)
007430             MOVE "SATISFIED" TO RQL-STATUS
007440         WHEN WS-REQ-PENDING (WS-REQ-SUB)
007450             MOVE "IN PROGRESS" TO RQL-STATUS
007460         WHEN WS-REQ-BELOW-MINIMUM (WS-REQ-SUB)
007470             MOVE "OUTSTANDING - BELOW MINIMUM" TO RQL-STATUS
007480         WHEN OTHER
007490             MOVE "OUTSTANDING" TO RQL-STATUS
007500     END-EVALUATE
007510
007520     WRITE PRINT-LINE FROM REQ-LINE
007530         AFTER ADVANCING 1 LINE
007540     ADD 1 TO WS-LINE-COUNT
007550 3650-EXIT.
007560     EXIT.
007570
007580*****************************************************************
007590* 3700-FILL-STUDENT-LINE - FILL IN THE STUDENT PART OF THE
007600* STUDENT LINE.  THE CALLER FILLS IN THE PROGRAM DESCRIPTION.
007610*****************************************************************
007620 3700-FILL-STUDENT-LINE.
007630     MOVE DATA-ID                    TO STL-STUDENT-ID
007640     MOVE STUDENT-NAME OF DATA-REC   TO STL-STUDENT-NAME
007650     MOVE STUDENT-INITIALS OF DATA-REC TO STL-STUDENT-INITIALS
007660     MOVE COURSE-CODE OF DATA-REC    TO STL-PROGRAM-CODE
007670 3700-EXIT.
007680     EXIT.
007690
007700*****************************************************************
007710* 3800-LIST-CANDIDATE - ONE ELIGIBLE STUDENT ON GRADCAND.DAT.
007720*****************************************************************
007730 3800-LIST-CANDIDATE.
007740     IF WS-CAND-LINE-COUNT >= WS-LINES-PER-PAGE
007750         PERFORM 4700-PRINT-CAND-FOOTER THRU 4700-EXIT
007760         PERFORM 4200-PRINT-CAND-HEADINGS THRU 4200-EXIT
007770     END-IF
007780
007790     MOVE DATA-ID                      TO CDL-STUDENT-ID
007800     MOVE STUDENT-NAME OF DATA-REC     TO CDL-STUDENT-NAME
007810     MOVE STUDENT-INITIALS OF DATA-REC TO CDL-STUDENT-INITIALS
007820     MOVE COURSE-CODE OF DATA-REC      TO CDL-PROGRAM-CODE
007830     MOVE WS-EARNED-CREDITS            TO CDL-EARNED
007840     MOVE PREQ-TOTAL-CREDITS           TO CDL-REQUIRED
007850     WRITE CAND-PRINT-LINE FROM CAND-DETAIL-LINE
007860         AFTER ADVANCING 2 LINES
007870     ADD 2 TO WS-CAND-LINE-COUNT
007880 3800-EXIT.
007890     EXIT.
007900
007910*****************************************************************
007920* 3900-PRINT-NO-REQUIREMENTS - THE STUDENT'S PROGRAM HAS NO
007930* RECORD ON PROGREQ.DAT, SO THERE IS NOTHING TO AUDIT AGAINST.
007940*****************************************************************
007950 3900-PRINT-NO-REQUIREMENTS.
007960     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
007970         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
007980         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
007990     END-IF
008000
008010     PERFORM 3700-FILL-STUDENT-LINE THRU 3700-EXIT
008020     MOVE SPACES TO STL-PROGRAM-DESCRIPTION
008030     WRITE PRINT-LINE FROM STUDENT-LINE
008040         AFTER ADVANCING 2 LINES
008050     WRITE PRINT-LINE FROM NO-REQS-LINE
008060         AFTER ADVANCING 1 LINE
008070     ADD 3 TO WS-LINE-COUNT
008080 3900-EXIT.
008090     EXIT.
008100
008110*****************************************************************
008120* 4000-PRINT-HEADINGS
008130*****************************************************************
008140 4000-PRINT-HEADINGS.
008150     ADD 1 TO WS-PAGE-NO
008160     MOVE WS-PAGE-NO TO HDG-PAGE-NO
008170     IF WS-PAGE-NO = 1
008180         WRITE PRINT-LINE FROM HDG-LINE-1
008190     ELSE
008200         WRITE PRINT-LINE FROM HDG-LINE-1
008210             AFTER ADVANCING PAGE
008220     END-IF
008230     MOVE 1 TO WS-LINE-COUNT
008240 4000-EXIT.
008250     EXIT.
008260
008270*****************************************************************
008280* 4200-PRINT-CAND-HEADINGS - HEADINGS FOR GRADCAND.DAT, PAGED
008290* SEPARATELY FROM THE AUDIT.
008300*****************************************************************
008310 4200-PRINT-CAND-HEADINGS.
008320     ADD 1 TO WS-CAND-PAGE-NO
008330     MOVE WS-CAND-PAGE-NO TO CHD-PAGE-NO
008340     IF WS-CAND-PAGE-NO = 1
008350         WRITE CAND-PRINT-LINE FROM CHD-LINE-1
008360     ELSE
008370         WRITE CAND-PRINT-LINE FROM CHD-LINE-1
008380             AFTER ADVANCING PAGE
008390     END-IF
008400     WRITE CAND-PRINT-LINE FROM CHD-LINE-2
008410         AFTER ADVANCING 2 LINES
008420     MOVE ZERO TO WS-CAND-LINE-COUNT
008430 4200-EXIT.
008440     EXIT.
008450
008460*****************************************************************
008470* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
008480* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
008490*****************************************************************
008500 4500-PRINT-FOOTER.
008510     MOVE WS-PAGE-NO TO FTR-PAGE-NO
008520     WRITE PRINT-LINE FROM FTR-LINE
008530         AFTER ADVANCING 2 LINES
008540 4500-EXIT.
008550     EXIT.
008560
008570*****************************************************************
008580* 4700-PRINT-CAND-FOOTER
008590*****************************************************************
008600 4700-PRINT-CAND-FOOTER.
008610     MOVE WS-CAND-PAGE-NO TO CFT-PAGE-NO
008620     WRITE CAND-PRINT-LINE FROM CAND-FTR-LINE
008630         AFTER ADVANCING 2 LINES
008640 4700-EXIT.
008650     EXIT.
008660
008670*****************************************************************
008680* 6000-PRINT-FINAL-PAGE - RUN TOTALS ON THE AUDIT, AND THE
008690* CANDIDATE COUNT AT THE END OF GRADCAND.DAT.
008700*****************************************************************
008710 6000-PRINT-FINAL-PAGE.
008720     MOVE WS-AUDITED-COUNT      TO TOT-AUDITED-OUT
008730     MOVE WS-ELIGIBLE-COUNT     TO TOT-ELIGIBLE-OUT
008740     MOVE WS-NOT-ELIGIBLE-COUNT TO TOT-NOT-ELIGIBLE-OUT
008750     MOVE WS-NO-REQS-COUNT      TO TOT-NO-REQS-OUT
008760     MOVE WS-NO-COURSE-COUNT    TO TOT-NO-COURSE-OUT
008770     ADD 1 TO WS-PAGE-NO
008780     MOVE WS-PAGE-NO TO HDG-PAGE-NO
008790     WRITE PRINT-LINE FROM HDG-LINE-1
008800         AFTER ADVANCING PAGE
008810     WRITE PRINT-LINE FROM TOTAL-LINE-1
008820         AFTER ADVANCING 2 LINES
008830     WRITE PRINT-LINE FROM TOTAL-LINE-2
008840         AFTER ADVANCING 1 LINE
008850     WRITE PRINT-LINE FROM TOTAL-LINE-3
008860         AFTER ADVANCING 1 LINE
008870     WRITE PRINT-LINE FROM TOTAL-LINE-4
008880         AFTER ADVANCING 2 LINES
008890     WRITE PRINT-LINE FROM TOTAL-LINE-5
008900         AFTER ADVANCING 1 LINE
008910
008920     MOVE WS-ELIGIBLE-COUNT TO CTL-CANDIDATES-OUT
008930     WRITE CAND-PRINT-LINE FROM CAND-TOTAL-LINE
008940         AFTER ADVANCING 3 LINES
008950 6000-EXIT.
008960     EXIT.
008970
008980*****************************************************************
008990* 8000-TERMINATE
009000*****************************************************************
009010 8000-TERMINATE.
009020     IF NOT WS-ABORT
009030         CLOSE STUDENT-FILE
009040         CLOSE ENROLL-FILE
009050         CLOSE COURSE-FILE
009060         CLOSE PROGREQ-FILE
009070         CLOSE PRINT-FILE
009080         CLOSE CAND-FILE
009090         DISPLAY "DEGAUDIT COMPLETE - " WS-AUDITED-COUNT
009100             " AUDITED, " WS-ELIGIBLE-COUNT " ELIGIBLE."
009110         DISPLAY "AUDIT IN DEGRPT.DAT, CANDIDATES IN "
009120             "GRADCAND.DAT."
009130     END-IF
009140 8000-EXIT.
009150     EXIT.
