000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  SCHEDPRINT.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* STUDENT CLASS SCHEDULES.  PRINTS, TO SCHEDRPT.DAT, EACH
000090* STUDENT'S CLASSES FOR A TERM FROM ENROLL.DAT - COURSE, TITLE,
000100* MEETING DAYS AND TIMES, ROOM AND INSTRUCTOR FROM THE SECTION
000110* SCHEDULE MASTER (SEE SECTREC.CPY, MAINTAINED BY SECTWRITER) -
000120* WITH THE STUDENT'S TOTAL CREDIT HOURS.  KEYING A STUDENT ID
000130* PRINTS THAT ONE STUDENT'S SCHEDULE - KEYING NOTHING PRINTS A
000140* SCHEDULE FOR EVERY STUDENT ENROLLED IN THE TERM.
000150*
000160* A COURSE WITH NO SECTION ON SECTION.DAT IS NOT SCHEDULED YET
000170* AND PRINTS AS TBA.  A WITHDRAWN (W) ENROLLMENT NO LONGER MEETS
000180* AND IS LEFT OFF.  EACH STUDENT'S SCHEDULE IS KEPT TOGETHER ON
000190* ONE PAGE SO IT CAN BE TORN OFF AND HANDED OUT.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   ---------- ----  ------------------------------------------
000240*   2026-10-15 JMS   ORIGINAL PROGRAM.
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS DATA-ID
000340         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000350             WITH DUPLICATES
000360         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000370
000380     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS ENROLL-KEY
000420         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000430
000440     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS COURSE-CODE OF COURSE-REC
000480         FILE STATUS IS WS-COURSE-FILE-STATUS.
000490
000500     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS TERM-CODE
000540         FILE STATUS IS WS-TERM-FILE-STATUS.
000550
000560     SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS SECT-KEY
000600         FILE STATUS IS WS-SECTION-FILE-STATUS.
000610
000620     SELECT PRINT-FILE ASSIGN TO "SCHEDRPT.DAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PRINT-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  STUDENT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY STUDREC.
000710
000720 FD  ENROLL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY ENROLLREC.
000750
000760 FD  COURSE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY COURSREC.
000790
000800 FD  TERM-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY TERMREC.
000830
000840 FD  SECTION-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY SECTREC.
000870
000880 FD  PRINT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  PRINT-LINE                      PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930 01  WS-SWITCHES.
000940     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000950         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
000960     05  WS-ENROLL-FILE-STATUS       PIC X(02).
000970         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
000980     05  WS-COURSE-FILE-STATUS       PIC X(02).
000990         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
001000     05  WS-TERM-FILE-STATUS         PIC X(02).
001010         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
001020     05  WS-SECTION-FILE-STATUS      PIC X(02).
001030         88  WS-SECTION-FILE-NOT-FOUND VALUE "35".
001040     05  WS-SECTION-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
001050         88  WS-SECTION-FILE-AVAILABLE VALUE "Y".
001060     05  WS-PRINT-FILE-STATUS        PIC X(02).
001070     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001080         88  WS-ABORT                VALUE "Y".
001090     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001100         88  WS-ENROLL-EOF           VALUE "Y".
001110     05  WS-ONE-STUDENT-SWITCH       PIC X(01) VALUE "N".
001120         88  WS-ONE-STUDENT          VALUE "Y".
001130     05  WS-CLASS-OVERFLOW-SWITCH    PIC X(01) VALUE "N".
001140         88  WS-CLASS-OVERFLOW       VALUE "Y".
001150
001160 01  WS-TERM-LINE                    PIC X(05).
001170 01  WS-STUDENT-ID-LINE              PIC X(12).
001180 01  WS-TERM-DESCRIPTION             PIC X(20).
001190
001200*****************************************************************
001210* THE STUDENT BEING GATHERED, AND THE COURSES THEY ARE TAKING IN
001220* THE TERM - HELD UNTIL THE STUDENT CHANGES SO THE WHOLE
001230* SCHEDULE CAN BE SIZED AND KEPT ON ONE PAGE.
001240*****************************************************************
001250 01  WS-CURRENT-STUDENT-ID           PIC 9(12).
001260 01  WS-WANTED-STUDENT-ID            PIC 9(12).
001270 01  WS-CLASS-TABLE.
001280     05  WS-CLASS-COUNT              PIC 9(02) COMP.
001290     05  WS-CLASS-MAX-ENTRIES        PIC 9(02) COMP VALUE 20.
001300     05  WS-CLASS-ENTRY OCCURS 20 TIMES.
001310         10  WS-CLASS-COURSE-CODE    PIC X(04).
001320
001330 01  WS-STUDENT-FIGURES.
001340     05  WS-TOTAL-HOURS              PIC 9(03)V9.
001350
001360*****************************************************************
001370* A SECTION'S HHMM TIME SPLIT FOR PRINTING AS HH:MM.
001380*****************************************************************
001390 01  WS-TIME-WORK.
001400     05  WS-TIME-HHMM                PIC 9(04).
001410     05  WS-TIME-PARTS REDEFINES WS-TIME-HHMM.
001420         10  WS-TIME-HOUR            PIC 9(02).
001430         10  WS-TIME-MINUTE          PIC 9(02).
001440
001450 01  WS-SUBSCRIPTS.
001460     05  WS-CLASS-SUB                PIC 9(02) COMP.
001470
001480 01  WS-COUNTERS.
001490     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
001500     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001510     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001520     05  WS-LINES-NEEDED             PIC 9(04) COMP VALUE ZERO.
001530     05  WS-STUDENT-COUNT            PIC 9(05) COMP VALUE ZERO.
001540     05  WS-CLASS-LISTED-COUNT       PIC 9(05) COMP VALUE ZERO.
001550     05  WS-TBA-COUNT                PIC 9(05) COMP VALUE ZERO.
001560     05  WS-OVERFLOW-COUNT           PIC 9(05) COMP VALUE ZERO.
001570
001580 01  HDG-LINE-1.
001590     05  FILLER                      PIC X(18)
001600         VALUE "CLASS SCHEDULE -".
001610     05  HDG-TERM                    PIC X(05).
001620     05  FILLER                      PIC X(03) VALUE " - ".
001630     05  HDG-TERM-DESCRIPTION        PIC X(24).
001640     05  FILLER                      PIC X(05) VALUE "PAGE".
001650     05  HDG-PAGE-NO                 PIC ZZZ9.
001660
001670 01  STUDENT-LINE.
001680     05  FILLER                      PIC X(08) VALUE "STUDENT".
001690     05  STL-STUDENT-ID              PIC Z(11)9.
001700     05  FILLER                      PIC X(02) VALUE SPACES.
001710     05  STL-STUDENT-NAME            PIC X(22).
001720     05  FILLER                      PIC X(01) VALUE SPACES.
001730     05  STL-STUDENT-INITIALS        PIC X(03).
001740
001750 01  CLASS-HDG-LINE.
001760     05  FILLER              PIC X(04) VALUE SPACES.
001770     05  FILLER              PIC X(08) VALUE "COURSE".
001780     05  FILLER              PIC X(32) VALUE "TITLE".
001790     05  FILLER              PIC X(09) VALUE "DAYS".
001800     05  FILLER              PIC X(13) VALUE "TIME".
001810     05  FILLER              PIC X(10) VALUE "ROOM".
001820     05  FILLER              PIC X(22) VALUE "INSTRUCTOR".
001830     05  FILLER              PIC X(05) VALUE "HOURS".
001840
001850 01  CLASS-LINE.
001860     05  FILLER                      PIC X(04) VALUE SPACES.
001870     05  CLL-COURSE-CODE             PIC X(04).
001880     05  FILLER                      PIC X(04) VALUE SPACES.
001890     05  CLL-COURSE-TITLE            PIC X(30).
001900     05  FILLER                      PIC X(02) VALUE SPACES.
001910     05  CLL-DAYS                    PIC X(07).
001920     05  FILLER                      PIC X(02) VALUE SPACES.
001930     05  CLL-TIMES.
001940         10  CLL-START-HOUR          PIC 9(02).
001950         10  FILLER                  PIC X(01) VALUE ":".
001960         10  CLL-START-MINUTE        PIC 9(02).
001970         10  FILLER                  PIC X(01) VALUE "-".
001980         10  CLL-END-HOUR            PIC 9(02).
001990         10  FILLER                  PIC X(01) VALUE ":".
002000         10  CLL-END-MINUTE          PIC 9(02).
002010     05  CLL-TIMES-TEXT REDEFINES CLL-TIMES
002020                                     PIC X(11).
002030     05  FILLER                      PIC X(02) VALUE SPACES.
002040     05  CLL-ROOM                    PIC X(08).
002050     05  FILLER                      PIC X(02) VALUE SPACES.
002060     05  CLL-INSTRUCTOR              PIC X(20).
002070     05  FILLER                      PIC X(02) VALUE SPACES.
002080     05  CLL-HOURS                   PIC Z9.9.
002090
002100 01  HOURS-LINE.
002110     05  FILLER                      PIC X(04) VALUE SPACES.
002120     05  FILLER                      PIC X(20)
002130         VALUE "TOTAL CREDIT HOURS".
002140     05  HRL-TOTAL-HOURS             PIC ZZ9.9.
002150
002160 01  OVERFLOW-LINE.
002170     05  FILLER                      PIC X(04) VALUE SPACES.
002180     05  FILLER                      PIC X(40)
002190         VALUE "*** MORE THAN 20 CLASSES - FIRST 20 ".
002200     05  FILLER                      PIC X(20)
002210         VALUE "SHOWN ***".
002220
002230 01  TOTAL-LINE-1.
002240     05  FILLER                      PIC X(28)
002250         VALUE "SCHEDULES PRINTED: ".
002260     05  TOT-STUDENT-OUT             PIC ZZ,ZZ9.
002270
002280 01  TOTAL-LINE-2.
002290     05  FILLER                      PIC X(28)
002300         VALUE "CLASSES LISTED: ".
002310     05  TOT-CLASS-OUT               PIC ZZ,ZZ9.
002320
002330 01  TOTAL-LINE-3.
002340     05  FILLER                      PIC X(28)
002350         VALUE "CLASSES NOT SCHEDULED: ".
002360     05  TOT-TBA-OUT                 PIC ZZ,ZZ9.
002370     05  FILLER                      PIC X(40)
002380         VALUE "  (SHOWN TBA - RUN SECTWRITER)".
002390
002400 01  TOTAL-LINE-4.
002410     05  FILLER                      PIC X(28)
002420         VALUE "SCHEDULES CUT SHORT: ".
002430     05  TOT-OVERFLOW-OUT            PIC ZZ,ZZ9.
002440
002450 01  FTR-LINE.
002460     05  FILLER                      PIC X(12)
002470                                     VALUE "END OF PAGE".
002480     05  FTR-PAGE-NO                 PIC ZZZ9.
002490
002500 PROCEDURE DIVISION.
002510*****************************************************************
002520* 0000-MAINLINE
002530*****************************************************************
002540 0000-MAINLINE.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002560
002570     IF NOT WS-ABORT
002580         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
002590     END-IF
002600     IF NOT WS-ABORT
002610         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
002620         PERFORM 3000-PRINT-SCHEDULES THRU 3000-EXIT
002630         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
002640         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
002650     END-IF
002660
002670     PERFORM 8000-TERMINATE THRU 8000-EXIT
002680     STOP RUN.
002690
002700*****************************************************************
002710* 1000-INITIALIZE - THE TERM, THEN ONE STUDENT OR EVERY STUDENT.
002720*****************************************************************
002730 1000-INITIALIZE.
002740     DISPLAY "SCHEDPRINT - STUDENT CLASS SCHEDULES."
002750     DISPLAY "ENTER TERM CODE"
002760     MOVE SPACES TO WS-TERM-LINE
002770     ACCEPT WS-TERM-LINE
002780     IF WS-TERM-LINE = SPACES
002790         DISPLAY "*** TERM CODE CANNOT BE BLANK ***"
002800         MOVE "Y" TO WS-ABORT-SWITCH
002810     END-IF
002820
002830     IF NOT WS-ABORT
002840         DISPLAY "ENTER STUDENT ID TO PRINT ONE STUDENT, OR "
002850             "NOTHING TO PRINT EVERY STUDENT IN THE TERM"
002860         MOVE SPACES TO WS-STUDENT-ID-LINE
002870         ACCEPT WS-STUDENT-ID-LINE
002880         IF WS-STUDENT-ID-LINE NOT = SPACES
002890             IF WS-STUDENT-ID-LINE NOT NUMERIC
002900                 DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
002910                 MOVE "Y" TO WS-ABORT-SWITCH
002920             ELSE
002930                 MOVE "Y" TO WS-ONE-STUDENT-SWITCH
002940                 MOVE WS-STUDENT-ID-LINE TO WS-WANTED-STUDENT-ID
002950             END-IF
002960         END-IF
002970     END-IF
002980 1000-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020* 2000-OPEN-FILES - THE STUDENT, ENROLLMENT, COURSE AND TERM
003030* MASTERS ARE REQUIRED AND THE TERM MUST BE ON TERMS.DAT.
003040* WITHOUT SECTION.DAT EVERY CLASS PRINTS AS TBA.
003050*****************************************************************
003060 2000-OPEN-FILES.
003070     OPEN INPUT STUDENT-FILE
003080     IF WS-STUDENT-FILE-NOT-FOUND
003090         DISPLAY "*** STUDENTS.DAT NOT FOUND - "
003100             "RUN STUDENTWRITER FIRST ***"
003110         MOVE "Y" TO WS-ABORT-SWITCH
003120     ELSE
003130         OPEN INPUT ENROLL-FILE
003140         IF WS-ENROLL-FILE-NOT-FOUND
003150             DISPLAY "*** ENROLL.DAT NOT FOUND - "
003160                 "RUN ENROLLWRITER FIRST ***"
003170             MOVE "Y" TO WS-ABORT-SWITCH
003180             CLOSE STUDENT-FILE
003190         ELSE
003200             OPEN INPUT COURSE-FILE
003210             IF WS-COURSE-FILE-NOT-FOUND
003220                 DISPLAY "*** COURSES.DAT NOT FOUND - "
003230                     "RUN COURSEWRITER FIRST ***"
003240                 MOVE "Y" TO WS-ABORT-SWITCH
003250                 CLOSE STUDENT-FILE
003260                 CLOSE ENROLL-FILE
003270             ELSE
003280                 PERFORM 2100-OPEN-TERM-FILE THRU 2100-EXIT
003290             END-IF
003300         END-IF
003310     END-IF
003320
003330     IF NOT WS-ABORT
003340         OPEN INPUT SECTION-FILE
003350         IF WS-SECTION-FILE-NOT-FOUND
003360             DISPLAY "NOTE - SECTION.DAT NOT FOUND, EVERY CLASS "
003370                 "SHOWN TBA."
003380         ELSE
003390             MOVE "Y" TO WS-SECTION-FILE-AVAIL-SWITCH
003400         END-IF
003410         OPEN OUTPUT PRINT-FILE
003420     END-IF
003430 2000-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470* 2100-OPEN-TERM-FILE - THE TERM IS ONLY NEEDED FOR ITS
003480* DESCRIPTION ON THE HEADINGS, SO TERMS.DAT IS CLOSED AGAIN
003490* ONCE THE TERM IS CHECKED.
003500*****************************************************************
003510 2100-OPEN-TERM-FILE.
003520     OPEN INPUT TERM-FILE
003530     IF WS-TERM-FILE-NOT-FOUND
003540         DISPLAY "*** TERMS.DAT NOT FOUND - "
003550             "RUN TERMWRITER FIRST ***"
003560         MOVE "Y" TO WS-ABORT-SWITCH
003570     ELSE
003580         MOVE WS-TERM-LINE TO TERM-CODE
003590         READ TERM-FILE
003600             INVALID KEY
003610                 DISPLAY "*** TERM " WS-TERM-LINE
003620                     " IS NOT ON TERMS.DAT ***"
003630                 MOVE "Y" TO WS-ABORT-SWITCH
003640             NOT INVALID KEY
003650                 MOVE TERM-DESCRIPTION TO WS-TERM-DESCRIPTION
003660         END-READ
003670         CLOSE TERM-FILE
003680     END-IF
003690
003700     IF WS-ABORT
003710         CLOSE STUDENT-FILE
003720         CLOSE ENROLL-FILE
003730         CLOSE COURSE-FILE
003740     END-IF
003750 2100-EXIT.
003760     EXIT.
003770
003780*****************************************************************
003790* 3000-PRINT-SCHEDULES - ENROLL.DAT IS IN STUDENT ID ORDER, SO
003800* EACH STUDENT'S ENROLLMENTS COME TOGETHER.  START AT THE ONE
003810* STUDENT KEYED, OR AT THE FIRST STUDENT ON FILE.
003820*****************************************************************
003830 3000-PRINT-SCHEDULES.
003840     MOVE "N" TO WS-ENROLL-EOF-SWITCH
003850     IF WS-ONE-STUDENT
003860         MOVE WS-WANTED-STUDENT-ID TO ENROLL-STUDENT-ID
003870     ELSE
003880         MOVE ZERO TO ENROLL-STUDENT-ID
003890     END-IF
003900     MOVE LOW-VALUES TO ENROLL-COURSE-CODE
003910     MOVE LOW-VALUES TO ENROLL-TERM
003920     START ENROLL-FILE KEY NOT < ENROLL-KEY
003930         INVALID KEY
003940             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003950     END-START
003960     IF NOT WS-ENROLL-EOF
003970         PERFORM 3050-READ-ENROLL THRU 3050-EXIT
003980         PERFORM 3100-TAKE-STUDENT THRU 3100-EXIT
003990             UNTIL WS-ENROLL-EOF
004000     END-IF
004010
004020     IF WS-ONE-STUDENT AND WS-STUDENT-COUNT = ZERO
004030         DISPLAY "*** STUDENT " WS-STUDENT-ID-LINE
004040             " HAS NO CLASSES IN TERM " WS-TERM-LINE " ***"
004050     END-IF
004060 3000-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 3050-READ-ENROLL - ONE STUDENT STOPS AT THE NEXT STUDENT ID.
004110*****************************************************************
004120 3050-READ-ENROLL.
004130     READ ENROLL-FILE NEXT RECORD
004140         AT END
004150             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
004160         NOT AT END
004170             IF WS-ONE-STUDENT
004180                 AND ENROLL-STUDENT-ID NOT = WS-WANTED-STUDENT-ID
004190                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
004200             END-IF
004210     END-READ
004220 3050-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260* 3100-TAKE-STUDENT - GATHER ONE STUDENT'S CLASSES IN THE TERM
004270* AND PRINT THEIR SCHEDULE.  A STUDENT WITH NOTHING IN THE TERM
004280* PRINTS NOTHING.
004290*****************************************************************
004300 3100-TAKE-STUDENT.
004310     MOVE ENROLL-STUDENT-ID TO WS-CURRENT-STUDENT-ID
004320     MOVE ZERO TO WS-CLASS-COUNT
004330     MOVE "N" TO WS-CLASS-OVERFLOW-SWITCH
004340     PERFORM 3200-TAKE-ENROLLMENT THRU 3200-EXIT
004350         UNTIL WS-ENROLL-EOF
004360             OR ENROLL-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
004370
004380     IF WS-CLASS-COUNT > ZERO
004390         ADD 1 TO WS-STUDENT-COUNT
004400         IF WS-CLASS-OVERFLOW
004410             ADD 1 TO WS-OVERFLOW-COUNT
004420         END-IF
004430         PERFORM 3300-PRINT-SCHEDULE THRU 3300-EXIT
004440     END-IF
004450 3100-EXIT.
004460     EXIT.
004470
004480*****************************************************************
004490* 3200-TAKE-ENROLLMENT - KEEP EACH CLASS IN THE TERM THAT THE
004500* STUDENT HAS NOT WITHDRAWN FROM.
004510*****************************************************************
004520 3200-TAKE-ENROLLMENT.
004530     IF ENROLL-TERM = WS-TERM-LINE
004540         AND ENROLL-GRADE NOT = "W "
004550         IF WS-CLASS-COUNT < WS-CLASS-MAX-ENTRIES
004560             ADD 1 TO WS-CLASS-COUNT
004570             MOVE ENROLL-COURSE-CODE
004580                 TO WS-CLASS-COURSE-CODE (WS-CLASS-COUNT)
004590         ELSE
004600             MOVE "Y" TO WS-CLASS-OVERFLOW-SWITCH
004610         END-IF
004620     END-IF
004630
004640     PERFORM 3050-READ-ENROLL THRU 3050-EXIT
004650 3200-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690* 3300-PRINT-SCHEDULE - ONE STUDENT'S SCHEDULE, KEPT TOGETHER ON
004700* ONE PAGE - A NEW PAGE IS STARTED IF THE WHOLE BLOCK WILL NOT
004710* FIT.
004720*****************************************************************
004730 3300-PRINT-SCHEDULE.
004740     COMPUTE WS-LINES-NEEDED = WS-CLASS-COUNT + 6
004750     IF WS-LINE-COUNT + WS-LINES-NEEDED > WS-LINES-PER-PAGE
004760         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
004770         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
004780     END-IF
004790
004800     MOVE WS-CURRENT-STUDENT-ID TO STL-STUDENT-ID
004810     MOVE WS-CURRENT-STUDENT-ID TO DATA-ID
004820     READ STUDENT-FILE
004830         INVALID KEY
004840             MOVE "* NOT ON STUDENTS.DAT *" TO STL-STUDENT-NAME
004850             MOVE SPACES TO STL-STUDENT-INITIALS
004860         NOT INVALID KEY
004870             MOVE STUDENT-NAME OF DATA-REC TO STL-STUDENT-NAME
004880             MOVE STUDENT-INITIALS OF DATA-REC
004890                 TO STL-STUDENT-INITIALS
004900     END-READ
004910     WRITE PRINT-LINE FROM STUDENT-LINE
004920         AFTER ADVANCING 2 LINES
004930     WRITE PRINT-LINE FROM CLASS-HDG-LINE
004940         AFTER ADVANCING 1 LINE
004950     ADD 3 TO WS-LINE-COUNT
004960
004970     MOVE ZERO TO WS-TOTAL-HOURS
004980     PERFORM 3350-PRINT-CLASS-LINE THRU 3350-EXIT
004990         VARYING WS-CLASS-SUB FROM 1 BY 1
005000         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
005010
005020     IF WS-CLASS-OVERFLOW
005030         WRITE PRINT-LINE FROM OVERFLOW-LINE
005040             AFTER ADVANCING 1 LINE
005050         ADD 1 TO WS-LINE-COUNT
005060     END-IF
005070
005080     MOVE WS-TOTAL-HOURS TO HRL-TOTAL-HOURS
005090     WRITE PRINT-LINE FROM HOURS-LINE
005100         AFTER ADVANCING 1 LINE
005110     ADD 1 TO WS-LINE-COUNT
005120 3300-EXIT.
005130     EXIT.
005140
005150*****************************************************************
005160* 3350-PRINT-CLASS-LINE - ONE CLASS, TITLED AND HOURED OFF THE
005170* COURSE MASTER AND PLACED OFF THE SECTION SCHEDULE.
005180*****************************************************************
005190 3350-PRINT-CLASS-LINE.
005200     MOVE WS-CLASS-COURSE-CODE (WS-CLASS-SUB) TO CLL-COURSE-CODE
005210     MOVE WS-CLASS-COURSE-CODE (WS-CLASS-SUB)
005220         TO COURSE-CODE OF COURSE-REC
005230     READ COURSE-FILE
005240         INVALID KEY
005250             MOVE "* NOT ON COURSES.DAT *" TO CLL-COURSE-TITLE
005260             MOVE ZERO TO CLL-HOURS
005270         NOT INVALID KEY
005280             MOVE COURSE-TITLE TO CLL-COURSE-TITLE
005290             MOVE COURSE-CREDIT-HOURS TO CLL-HOURS
005300             ADD COURSE-CREDIT-HOURS TO WS-TOTAL-HOURS
005310     END-READ
005320
005330     IF WS-SECTION-FILE-AVAILABLE
005340         MOVE WS-CLASS-COURSE-CODE (WS-CLASS-SUB)
005350             TO SECT-COURSE-CODE
005360         MOVE WS-TERM-LINE TO SECT-TERM
005370         READ SECTION-FILE
005380             INVALID KEY
005390                 PERFORM 3370-SHOW-TBA THRU 3370-EXIT
005400             NOT INVALID KEY
005410                 PERFORM 3360-SHOW-SECTION THRU 3360-EXIT
005420         END-READ
005430     ELSE
005440         PERFORM 3370-SHOW-TBA THRU 3370-EXIT
005450     END-IF
005460
005470     ADD 1 TO WS-CLASS-LISTED-COUNT
005480     WRITE PRINT-LINE FROM CLASS-LINE
005490         AFTER ADVANCING 1 LINE
005500     ADD 1 TO WS-LINE-COUNT
005510 3350-EXIT.
005520     EXIT.
005530
005540*****************************************************************
005550* 3360-SHOW-SECTION - THE SEPARATORS IN THE TIME COLUMN ARE PUT
005560* BACK FIRST - A TBA LINE BEFORE IT OVERLAID THEM.
005570*****************************************************************
005580 3360-SHOW-SECTION.
005590     MOVE SECT-MEETING-DAYS TO CLL-DAYS
005600     MOVE "00:00-00:00" TO CLL-TIMES-TEXT
005610     MOVE SECT-START-TIME TO WS-TIME-HHMM
005620     MOVE WS-TIME-HOUR TO CLL-START-HOUR
005630     MOVE WS-TIME-MINUTE TO CLL-START-MINUTE
005640     MOVE SECT-END-TIME TO WS-TIME-HHMM
005650     MOVE WS-TIME-HOUR TO CLL-END-HOUR
005660     MOVE WS-TIME-MINUTE TO CLL-END-MINUTE
005670     MOVE SECT-ROOM TO CLL-ROOM
005680     MOVE SECT-INSTRUCTOR TO CLL-INSTRUCTOR
005690 3360-EXIT.
005700     EXIT.
005710
005720 3370-SHOW-TBA.
005730     ADD 1 TO WS-TBA-COUNT
005740     MOVE "TBA" TO CLL-DAYS
005750     MOVE "TBA" TO CLL-TIMES-TEXT
005760     MOVE "TBA" TO CLL-ROOM
005770     MOVE "TBA" TO CLL-INSTRUCTOR
005780 3370-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820* 4000-PRINT-HEADINGS
005830*****************************************************************
005840 4000-PRINT-HEADINGS.
005850     ADD 1 TO WS-PAGE-NO
005860     MOVE WS-PAGE-NO TO HDG-PAGE-NO
005870     MOVE WS-TERM-LINE TO HDG-TERM
005880     MOVE WS-TERM-DESCRIPTION TO HDG-TERM-DESCRIPTION
005890     IF WS-PAGE-NO = 1
005900         WRITE PRINT-LINE FROM HDG-LINE-1
005910     ELSE
005920         WRITE PRINT-LINE FROM HDG-LINE-1
005930             AFTER ADVANCING PAGE
005940     END-IF
005950     MOVE 1 TO WS-LINE-COUNT
005960 4000-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
006010* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
006020*****************************************************************
006030 4500-PRINT-FOOTER.
006040     MOVE WS-PAGE-NO TO FTR-PAGE-NO
006050     WRITE PRINT-LINE FROM FTR-LINE
006060         AFTER ADVANCING 2 LINES
006070 4500-EXIT.
006080     EXIT.
006090
006100*****************************************************************
006110* 6000-PRINT-FINAL-PAGE - RUN TOTALS.
006120*****************************************************************
006130 6000-PRINT-FINAL-PAGE.
006140     MOVE WS-STUDENT-COUNT      TO TOT-STUDENT-OUT
006150     MOVE WS-CLASS-LISTED-COUNT TO TOT-CLASS-OUT
006160     MOVE WS-TBA-COUNT          TO TOT-TBA-OUT
006170     MOVE WS-OVERFLOW-COUNT     TO TOT-OVERFLOW-OUT
006180     ADD 1 TO WS-PAGE-NO
006190     MOVE WS-PAGE-NO TO HDG-PAGE-NO
006200     WRITE PRINT-LINE FROM HDG-LINE-1
006210         AFTER ADVANCING PAGE
006220     WRITE PRINT-LINE FROM TOTAL-LINE-1
006230         AFTER ADVANCING 2 LINES
006240     WRITE PRINT-LINE FROM TOTAL-LINE-2
006250         AFTER ADVANCING 1 LINE
006260     WRITE PRINT-LINE FROM TOTAL-LINE-3
006270         AFTER ADVANCING 1 LINE
006280     WRITE PRINT-LINE FROM TOTAL-LINE-4
006290         AFTER ADVANCING 1 LINE
006300 6000-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340* 8000-TERMINATE
006350*****************************************************************
006360 8000-TERMINATE.
006370     IF NOT WS-ABORT
006380         CLOSE STUDENT-FILE
006390         CLOSE ENROLL-FILE
006400         CLOSE COURSE-FILE
006410         IF WS-SECTION-FILE-AVAILABLE
006420             CLOSE SECTION-FILE
006430         END-IF
006440         CLOSE PRINT-FILE
006450         DISPLAY "SCHEDPRINT COMPLETE - " WS-STUDENT-COUNT
006460             " SCHEDULES PRINTED IN SCHEDRPT.DAT."
006470     END-IF
006480 8000-EXIT.
006490     EXIT.
