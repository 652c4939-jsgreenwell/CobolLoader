000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ACADSTAND.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* TERM-END ACADEMIC STANDING RUN.  FOR THE TERM KEYED IN, WORKS
000090* OUT EVERY ENROLLED STUDENT'S TERM AND CUMULATIVE GPA FROM THE
000100* POSTED ENROLL-GRADES (SEE GRADEPOST), EACH WEIGHTED BY THE
000110* COURSE'S COURSE-CREDIT-HOURS OFF COURSES.DAT, AND JUDGES THE
000120* STUDENT DEAN'S LIST, GOOD STANDING, PROBATION OR SUSPENSION
000130* AGAINST THE THRESHOLDS ON STANDPRM.DAT (SEE STANDPRM.CPY,
000140* MAINTAINED BY STANDPARM).
000150*
000160* QUALITY POINTS COME OFF THE SHARED GRADE POINT TABLE (SEE
000170* GRADEPTS.CPY) - "I " AND "W " CARRY NO QUALITY POINTS AND NO
000180* GPA HOURS, AN F COUNTS ITS HOURS AT ZERO, AND AN UNGRADED
000190* ENROLLMENT IS LEFT OUT ALTOGETHER.  CUMULATIVE MEANS EVERY
000200* TERM THAT STARTS NO LATER THAN THE RUN TERM BY TERM-START-DATE
000210* ON TERMS.DAT - TERM CODES ARE FREE TEXT AND "2026F" SORTS
000220* AHEAD OF "2026S", SO THE CODES THEMSELVES ARE NEVER COMPARED.
000230* A RE-RUN OF AN OLD TERM DOES NOT PICK UP LATER GRADES, AND AN
000240* ENROLLMENT UNDER A TERM NOT ON TERMS.DAT IS LEFT OUT AND
000250* COUNTED ON THE TOTALS PAGE.
000260*
000270* EACH STUDENT'S RESULT IS WRITTEN TO STANDING.DAT (SEE
000280* STANDREC.CPY) UNDER STUDENT AND TERM AND KEPT AS HISTORY -
000290* THE PRIOR TERM'S STANDING IS WHAT TURNS A SECOND BAD TERM ON
000300* PROBATION INTO A SUSPENSION.  RE-RUNNING A TERM AFTER LATE
000310* GRADES REWRITES THAT TERM'S RECORDS.  THE DEAN'S OFFICE GETS
000320* STANDRPT.DAT - THE DEAN'S LIST, PROBATION AND SUSPENSION
000330* LISTS AND A TOTALS PAGE.
000340*
000350* STANDING IS AN OFFICIAL DETERMINATION, SO THE RUN IS
000360* SUPERVISOR-ONLY, THE SAME GATE AS TERMCLOSE.
000370*
000380* MODIFICATION HISTORY
000390*   DATE       INIT  DESCRIPTION
000400*   ---------- ----  ------------------------------------------
000410*   2026-10-15 JMS   ORIGINAL PROGRAM.
000420*****************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS ENROLL-KEY
000510         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000520
000530     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS DATA-ID
000570         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000600
000610     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS COURSE-CODE OF COURSE-REC
000650         FILE STATUS IS WS-COURSE-FILE-STATUS.
000660
000670     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS TERM-CODE
000710         FILE STATUS IS WS-TERM-FILE-STATUS.
000720
000730     SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS STAND-KEY
000770         FILE STATUS IS WS-STANDING-FILE-STATUS.
000780
000790     SELECT PARM-FILE ASSIGN TO "STANDPRM.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PARM-FILE-STATUS.
000820
000830     SELECT PRINT-FILE ASSIGN TO "STANDRPT.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-PRINT-FILE-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  ENROLL-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY ENROLLREC.
000920
000930 FD  STUDENT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 COPY STUDREC.
000960
000970 FD  COURSE-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY COURSREC.
001000
001010 FD  TERM-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY TERMREC.
001040
001050 FD  STANDING-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY STANDREC.
001080
001090 FD  PARM-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  PARM-FILE-REC                   PIC X(33).
001120
001130 FD  PRINT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  PRINT-LINE                      PIC X(132).
001160
001170 WORKING-STORAGE SECTION.
001180 01  WS-SWITCHES.
001190     05  WS-ENROLL-FILE-STATUS       PIC X(02).
001200         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
001210     05  WS-STUDENT-FILE-STATUS      PIC X(02).
001220         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
001230     05  WS-COURSE-FILE-STATUS       PIC X(02).
001240         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
001250     05  WS-TERM-FILE-STATUS         PIC X(02).
001260         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
001270     05  WS-STANDING-FILE-STATUS     PIC X(02).
001280         88  WS-STANDING-FILE-NOT-FOUND VALUE "35".
001290     05  WS-PARM-FILE-STATUS         PIC X(02).
001300         88  WS-PARM-FILE-OK         VALUE "00".
001310     05  WS-PRINT-FILE-STATUS        PIC X(02).
001320     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001330         88  WS-ABORT                VALUE "Y".
001340     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001350         88  WS-ENROLL-EOF           VALUE "Y".
001360     05  WS-STANDING-EOF-SWITCH      PIC X(01) VALUE "N".
001370         88  WS-STANDING-EOF         VALUE "Y".
001380     05  WS-IN-RUN-TERM-SWITCH       PIC X(01) VALUE "N".
001390         88  WS-IN-RUN-TERM          VALUE "Y".
001400     05  WS-INCOMPLETE-SWITCH        PIC X(01) VALUE "N".
001410         88  WS-HAS-INCOMPLETE       VALUE "Y".
001420     05  WS-GRADE-FOUND-SWITCH       PIC X(01) VALUE "N".
001430         88  WS-GRADE-FOUND          VALUE "Y".
001440     05  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
001450         88  WS-ON-FILE              VALUE "Y".
001460     05  WS-TERM-FOUND-SWITCH        PIC X(01) VALUE "N".
001470         88  WS-TERM-FOUND           VALUE "Y".
001480
001490*****************************************************************
001500* OPERATOR ID KEYED IN AT STARTUP.
001510*****************************************************************
001520 01  WS-OPERATOR-ID                  PIC X(08).
001530
001540*****************************************************************
001550* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
001560*****************************************************************
001570 COPY SIGNPARM.
001580 01  WS-TERM-CODE-LINE               PIC X(05).
001590 01  WS-RUN-TERM                     PIC X(05).
001600 01  WS-RUN-TERM-START               PIC 9(08).
001610 01  WS-REPLY-LINE                   PIC X(30).
001620 01  WS-RUN-DATE                     PIC 9(08).
001630
001640*****************************************************************
001650* THE STANDING THRESHOLDS, READ ONCE OFF STANDPRM.DAT.
001660*****************************************************************
001670 COPY STANDPRM.
001680
001690*****************************************************************
001700* THE SHARED GRADE POINT TABLE.
001710*****************************************************************
001720 COPY GRADEPTS.
001730
001740*****************************************************************
001750* ONE STUDENT'S WORKING FIGURES - ENROLL.DAT COMES OFF IN
001760* STUDENT ORDER, SO THESE ARE CLEARED AT EACH CHANGE OF
001770* STUDENT AND JUDGED WHEN THE STUDENT'S LAST RECORD IS READ.
001780*****************************************************************
001790 01  WS-STUDENT-FIGURES.
001800     05  WS-CURRENT-STUDENT-ID       PIC 9(12).
001810     05  WS-TERM-GPA-HOURS           PIC 9(03)V9.
001820     05  WS-TERM-QUALITY-POINTS      PIC 9(04)V99.
001830     05  WS-CUM-GPA-HOURS            PIC 9(04)V9.
001840     05  WS-CUM-QUALITY-POINTS       PIC 9(05)V99.
001850     05  WS-TERM-GPA                 PIC 9V99.
001860     05  WS-CUM-GPA                  PIC 9V99.
001870     05  WS-ENROLL-POINTS            PIC 9(03)V99.
001880     05  WS-GRADE-POINTS             PIC 9V99.
001890     05  WS-PRIOR-STANDING           PIC X(01).
001900         88  WS-PRIOR-ON-PROBATION   VALUE "P" "S".
001910     05  WS-PRIOR-TERM-START         PIC 9(08).
001920     05  WS-NEW-STANDING             PIC X(01).
001930
001940 01  WS-SAVE-STAND-REC               PIC X(71).
001950
001960*****************************************************************
001970* A TERM CODE AND ITS START DATE OFF TERMS.DAT - THE ONLY WAY TO
001980* TELL WHICH OF TWO TERMS CAME FIRST.
001990*****************************************************************
002000 01  WS-LOOKUP-TERM                  PIC X(05).
002010 01  WS-LOOKUP-TERM-START            PIC 9(08).
002020
002030 01  WS-SUBSCRIPTS.
002040     05  WS-GP-SUB                   PIC 9(02) COMP.
002050
002060 01  WS-COUNTERS.
002070     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
002080     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
002090     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
002100     05  WS-EVALUATED-COUNT          PIC 9(05) COMP VALUE ZERO.
002110     05  WS-DEANS-COUNT              PIC 9(05) COMP VALUE ZERO.
002120     05  WS-GOOD-COUNT               PIC 9(05) COMP VALUE ZERO.
002130     05  WS-PROBATION-COUNT          PIC 9(05) COMP VALUE ZERO.
002140     05  WS-SUSPENSION-COUNT         PIC 9(05) COMP VALUE ZERO.
002150     05  WS-UNGRADED-COUNT           PIC 9(05) COMP VALUE ZERO.
002160     05  WS-NO-COURSE-COUNT          PIC 9(05) COMP VALUE ZERO.
002170     05  WS-NO-TERM-COUNT            PIC 9(05) COMP VALUE ZERO.
002180     05  WS-SECTION-COUNT            PIC 9(05) COMP VALUE ZERO.
002190
002200*****************************************************************
002210* THE LIST SECTION BEING PRINTED - ONE PASS OF STANDING.DAT PER
002220* SECTION, PICKING THE RUN TERM'S RECORDS WITH THIS CODE.
002230*****************************************************************
002240 01  WS-SECTION-CODE                 PIC X(01).
002250
002260 01  HDG-LINE-1.
002270     05  FILLER                      PIC X(26)
002280         VALUE "ACADEMIC STANDING - TERM".
002290     05  HDG-TERM                    PIC X(05).
002300     05  FILLER                      PIC X(09) VALUE SPACES.
002310     05  FILLER                      PIC X(05) VALUE "PAGE".
002320     05  HDG-PAGE-NO                 PIC ZZZ9.
002330
002340 01  HDG-LINE-2.
002350     05  FILLER              PIC X(14) VALUE "STUDENT ID".
002360     05  FILLER              PIC X(27) VALUE "NAME".
002370     05  FILLER              PIC X(10) VALUE "TERM HRS".
002380     05  FILLER              PIC X(10) VALUE "TERM GPA".
002390     05  FILLER              PIC X(10) VALUE "CUM HRS".
002400     05  FILLER              PIC X(08) VALUE "CUM GPA".
002410
002420 01  SECTION-HDG-LINE.
002430     05  SHL-SECTION-TITLE           PIC X(40).
002440
002450 01  DETAIL-LINE.
002460     05  DTL-STUDENT-ID              PIC Z(11)9.
002470     05  FILLER                      PIC X(02) VALUE SPACES.
002480     05  DTL-STUDENT-NAME            PIC X(22).
002490     05  FILLER                      PIC X(01) VALUE SPACES.
002500     05  DTL-STUDENT-INITIALS        PIC X(03).
002510     05  FILLER                      PIC X(03) VALUE SPACES.
002520     05  DTL-TERM-HOURS              PIC ZZ9.9.
002530     05  FILLER                      PIC X(06) VALUE SPACES.
002540     05  DTL-TERM-GPA                PIC 9.99.
002550     05  FILLER                      PIC X(05) VALUE SPACES.
002560     05  DTL-CUM-HOURS               PIC ZZZ9.9.
002570     05  FILLER                      PIC X(05) VALUE SPACES.
002580     05  DTL-CUM-GPA                 PIC 9.99.
002590
002600 01  NONE-LINE.
002610     05  FILLER                      PIC X(04) VALUE SPACES.
002620     05  FILLER                      PIC X(30)
002630         VALUE "NONE THIS TERM".
002640
002650 01  TOTAL-LINE-1.
002660     05  FILLER                      PIC X(24)
002670         VALUE "STUDENTS EVALUATED: ".
002680     05  TOT-EVALUATED-OUT           PIC ZZ,ZZ9.
002690
002700 01  TOTAL-LINE-2.
002710     05  FILLER                      PIC X(24)
002720         VALUE "DEAN'S LIST:  ".
002730     05  TOT-DEANS-OUT               PIC ZZ,ZZ9.
002740
002750 01  TOTAL-LINE-3.
002760     05  FILLER                      PIC X(24)
002770         VALUE "GOOD STANDING:  ".
002780     05  TOT-GOOD-OUT                PIC ZZ,ZZ9.
002790
002800 01  TOTAL-LINE-4.
002810     05  FILLER                      PIC X(24)
002820         VALUE "PROBATION:  ".
002830     05  TOT-PROBATION-OUT           PIC ZZ,ZZ9.
002840
002850 01  TOTAL-LINE-5.
002860     05  FILLER                      PIC X(24)
002870         VALUE "SUSPENSION:  ".
002880     05  TOT-SUSPENSION-OUT          PIC ZZ,ZZ9.
002890
002900 01  TOTAL-LINE-6.
002910     05  FILLER                      PIC X(24)
002920         VALUE "UNGRADED IN TERM:  ".
002930     05  TOT-UNGRADED-OUT            PIC ZZ,ZZ9.
002940     05  FILLER                      PIC X(40)
002950         VALUE "  (LEFT OUT OF THE GPA)".
002960
002970 01  TOTAL-LINE-7.
002980     05  FILLER                      PIC X(24)
002990         VALUE "COURSE NOT ON MASTER: ".
003000     05  TOT-NO-COURSE-OUT           PIC ZZ,ZZ9.
003010     05  FILLER                      PIC X(40)
003020         VALUE "  (LEFT OUT OF THE GPA)".
003030
003040 01  TOTAL-LINE-8.
003050     05  FILLER                      PIC X(24)
003060         VALUE "TERM NOT ON MASTER: ".
003070     05  TOT-NO-TERM-OUT             PIC ZZ,ZZ9.
003080     05  FILLER                      PIC X(40)
003090         VALUE "  (LEFT OUT OF THE GPA)".
003100
003110 01  THRESHOLD-LINE.
003120     05  FILLER                      PIC X(24)
003130         VALUE "THRESHOLDS - DEAN'S".
003140     05  THL-DEANS-GPA               PIC 9.99.
003150     05  FILLER                      PIC X(04) VALUE " ON".
003160     05  THL-DEANS-HOURS             PIC Z9.9.
003170     05  FILLER                      PIC X(17)
003180         VALUE " HRS, PROBATION".
003190     05  THL-PROBATION-GPA           PIC 9.99.
003200     05  FILLER                      PIC X(13)
003210         VALUE ", SUSPENSION".
003220     05  THL-SUSPEND-GPA             PIC 9.99.
003230
003240 01  FTR-LINE.
003250     05  FILLER                      PIC X(12)
003260                                     VALUE "END OF PAGE".
003270     05  FTR-PAGE-NO                 PIC ZZZ9.
003280
003290 PROCEDURE DIVISION.
003300*****************************************************************
003310* 0000-MAINLINE
003320*****************************************************************
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003350
003360     IF NOT WS-ABORT
003370         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
003380     END-IF
003390     IF NOT WS-ABORT
003400         PERFORM 3000-EVALUATE-STUDENTS THRU 3000-EXIT
003410         PERFORM 5000-PRINT-STANDING-LIST THRU 5000-EXIT
003420         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
003430         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
003440     END-IF
003450
003460     PERFORM 8000-TERMINATE THRU 8000-EXIT
003470     STOP RUN.
003480
003490*****************************************************************
003500* 1000-INITIALIZE - SIGN THE OPERATOR ON (SUPERVISOR-ONLY),
003510* LOAD THE THRESHOLDS AND TAKE THE TERM TO JUDGE.
003520*****************************************************************
003530 1000-INITIALIZE.
003540     DISPLAY "ENTER YOUR OPERATOR ID"
003550     MOVE SPACES TO WS-OPERATOR-ID
003560     ACCEPT WS-OPERATOR-ID
003570     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
003580
003590     IF NOT WS-ABORT
003600         PERFORM 1200-LOAD-THRESHOLDS THRU 1200-EXIT
003610     END-IF
003620     IF NOT WS-ABORT
003630         PERFORM 1300-GET-RUN-TERM THRU 1300-EXIT
003640     END-IF
003650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003660 1000-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
003710* MODULE.  THE STANDING RUN IS A SUPERVISOR-ONLY FUNCTION, SO
003720* SUPERVISOR AUTHORITY IS ASKED FOR - SIGNON CHECKS THE
003730* PASSWORD AND LOCKOUT AND LOGS THE ATTEMPT TO SIGNLOG.DAT
003740* EITHER WAY.
003750*****************************************************************
003760 1100-VALIDATE-OPERATOR.
003770     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
003780     MOVE "ACADSTAND" TO SIGNON-PROGRAM-NAME
003790     MOVE "Y" TO SIGNON-NEED-SUPER-FLAG
003800     CALL "SIGNON" USING SIGNON-PARM
003810     IF NOT SIGNON-OK
003820         MOVE "Y" TO WS-ABORT-SWITCH
003830     END-IF
003840 1100-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* 1200-LOAD-THRESHOLDS - STANDPRM.DAT IS REQUIRED.  THE RUN
003890* WILL NOT GUESS AT WHO IS SUSPENDED.
003900*****************************************************************
003910 1200-LOAD-THRESHOLDS.
003920     OPEN INPUT PARM-FILE
003930     IF NOT WS-PARM-FILE-OK
003940         DISPLAY "*** STANDPRM.DAT NOT FOUND - RUN STANDPARM "
003950             "FIRST ***"
003960         MOVE "Y" TO WS-ABORT-SWITCH
003970     ELSE
003980         READ PARM-FILE INTO STAND-PARM-REC
003990             AT END
004000                 DISPLAY "*** STANDPRM.DAT IS EMPTY - RUN "
004010                     "STANDPARM FIRST ***"
004020                 MOVE "Y" TO WS-ABORT-SWITCH
004030         END-READ
004040         CLOSE PARM-FILE
004050     END-IF
004060 1200-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100* 1300-GET-RUN-TERM - THE TERM MUST BE ON THE TERM MASTER.  A
004110* TERM STILL OPEN CAN BE JUDGED - A MID-TERM LOOK IS SOMETIMES
004120* WANTED - BUT ONLY ON CONFIRMATION, SINCE ITS GRADES CANNOT
004130* ALL BE IN.
004140*****************************************************************
004150 1300-GET-RUN-TERM.
004160     OPEN INPUT TERM-FILE
004170     IF WS-TERM-FILE-NOT-FOUND
004180         DISPLAY "*** TERMS.DAT NOT FOUND - RUN TERMWRITER "
004190             "FIRST ***"
004200         MOVE "Y" TO WS-ABORT-SWITCH
004210     ELSE
004220         DISPLAY "ENTER TERM CODE FOR THE STANDING RUN"
004230         MOVE SPACES TO WS-TERM-CODE-LINE
004240         ACCEPT WS-TERM-CODE-LINE
004250         MOVE WS-TERM-CODE-LINE TO TERM-CODE
004260         READ TERM-FILE
004270             INVALID KEY
004280                 DISPLAY "*** TERM " WS-TERM-CODE-LINE
004290                     " NOT ON THE TERM MASTER ***"
004300                 MOVE "Y" TO WS-ABORT-SWITCH
004310             NOT INVALID KEY
004320                 MOVE TERM-CODE TO WS-RUN-TERM
004330                 MOVE TERM-START-DATE TO WS-RUN-TERM-START
004340                 DISPLAY "TERM " TERM-CODE " - "
004350                     TERM-DESCRIPTION
004360                 IF TERM-OPEN
004370                     DISPLAY "*** WARNING - TERM IS STILL OPEN, "
004380                         "GRADES MAY NOT ALL BE IN ***"
004390                     DISPLAY "RUN STANDING ANYWAY?  ENTER Y TO "
004400                         "CONFIRM"
004410                     MOVE SPACES TO WS-REPLY-LINE
004420                     ACCEPT WS-REPLY-LINE
004430                     IF WS-REPLY-LINE(1:1) NOT = "Y"
004440                         DISPLAY "STANDING RUN NOT CONFIRMED."
004450                         MOVE "Y" TO WS-ABORT-SWITCH
004460                     END-IF
004470                 END-IF
004480         END-READ
004490         CLOSE TERM-FILE
004500     END-IF
004510 1300-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004550* 2000-OPEN-FILES - ENROLLMENT, STUDENT AND COURSE MASTERS ARE
004560* ALL REQUIRED.  TERMS.DAT, ALREADY FOUND BY 1300, IS OPENED
004570* AGAIN FOR THE TERM START DATES.  A BRAND-NEW STANDING.DAT IS
004580* CREATED (EMPTY) THE FIRST TIME.
004590*****************************************************************
004600 2000-OPEN-FILES.
004610     OPEN INPUT ENROLL-FILE
004620     IF WS-ENROLL-FILE-NOT-FOUND
004630         DISPLAY "*** ENROLL.DAT NOT FOUND - "
004640             "RUN ENROLLWRITER FIRST ***"
004650         MOVE "Y" TO WS-ABORT-SWITCH
004660     ELSE
004670         OPEN INPUT STUDENT-FILE
004680         IF WS-STUDENT-FILE-NOT-FOUND
004690             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
004700                 "RUN STUDENTWRITER FIRST ***"
004710             MOVE "Y" TO WS-ABORT-SWITCH
004720             CLOSE ENROLL-FILE
004730         ELSE
004740             OPEN INPUT COURSE-FILE
004750             IF WS-COURSE-FILE-NOT-FOUND
004760                 DISPLAY "*** COURSES.DAT NOT FOUND - "
004770                     "RUN COURSEWRITER FIRST ***"
004780                 MOVE "Y" TO WS-ABORT-SWITCH
004790                 CLOSE ENROLL-FILE
004800                 CLOSE STUDENT-FILE
004810             ELSE
004820                 OPEN INPUT TERM-FILE
004830                 OPEN I-O STANDING-FILE
004840                 IF WS-STANDING-FILE-NOT-FOUND
004850                     OPEN OUTPUT STANDING-FILE
004860                     CLOSE STANDING-FILE
004870                     OPEN I-O STANDING-FILE
004880                 END-IF
004890                 OPEN OUTPUT PRINT-FILE
004900                 DISPLAY "ACADSTAND - JUDGING TERM " WS-RUN-TERM
004910                     ", LIST TO STANDRPT.DAT"
004920             END-IF
004930         END-IF
004940     END-IF
004950 2000-EXIT.
004960     EXIT.
004970
004980*****************************************************************
004990* 3000-EVALUATE-STUDENTS - ONE PASS OF ENROLL.DAT IN KEY ORDER,
005000* WHICH IS STUDENT ORDER.  EACH STUDENT'S RECORDS ARE GATHERED
005010* INTO THE WORKING FIGURES AND THE STUDENT IS JUDGED AT THE
005020* CHANGE OF STUDENT.
005030*****************************************************************
005040 3000-EVALUATE-STUDENTS.
005050     MOVE "N" TO WS-ENROLL-EOF-SWITCH
005060     MOVE LOW-VALUES TO ENROLL-KEY
005070     START ENROLL-FILE KEY NOT < ENROLL-KEY
005080         INVALID KEY
005090             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005100     END-START
005110     IF NOT WS-ENROLL-EOF
005120         PERFORM 3100-READ-ENROLL THRU 3100-EXIT
005130         PERFORM 3200-EVALUATE-ONE-STUDENT THRU 3200-EXIT
005140             UNTIL WS-ENROLL-EOF
005150     END-IF
005160 3000-EXIT.
005170     EXIT.
005180
005190 3100-READ-ENROLL.
005200     READ ENROLL-FILE NEXT RECORD
005210         AT END
005220             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005230     END-READ
005240 3100-EXIT.
005250     EXIT.
005260
005270*****************************************************************
005280* 3200-EVALUATE-ONE-STUDENT - GATHER EVERY RECORD UNDER THIS
005290* STUDENT, THEN JUDGE AND FILE THE STANDING.  A STUDENT WITH
005300* NOTHING IN THE RUN TERM IS NOT JUDGED FOR IT.
005310*****************************************************************
005320 3200-EVALUATE-ONE-STUDENT.
005330     MOVE ENROLL-STUDENT-ID TO WS-CURRENT-STUDENT-ID
005340     MOVE ZERO TO WS-TERM-GPA-HOURS
005350     MOVE ZERO TO WS-TERM-QUALITY-POINTS
005360     MOVE ZERO TO WS-CUM-GPA-HOURS
005370     MOVE ZERO TO WS-CUM-QUALITY-POINTS
005380     MOVE "N" TO WS-IN-RUN-TERM-SWITCH
005390     MOVE "N" TO WS-INCOMPLETE-SWITCH
005400
005410     PERFORM 3300-ACCUMULATE-ENROLLMENT THRU 3300-EXIT
005420         UNTIL WS-ENROLL-EOF
005430             OR ENROLL-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
005440
005450     IF WS-IN-RUN-TERM
005460         ADD 1 TO WS-EVALUATED-COUNT
005470         PERFORM 3500-ASSIGN-STANDING THRU 3500-EXIT
005480         PERFORM 3700-FILE-STANDING THRU 3700-EXIT
005490     END-IF
005500 3200-EXIT.
005510     EXIT.
005520
005530*****************************************************************
005540* 3300-ACCUMULATE-ENROLLMENT - A RECORD FROM A TERM STARTING
005550* AFTER THE RUN TERM IS IGNORED, AS IS ONE WHOSE TERM IS NOT ON
005560* TERMS.DAT.  A GRADE ON THE GRADE POINT TABLE ADDS ITS HOURS
005570* AND QUALITY POINTS TO THE CUMULATIVE FIGURES, AND TO THE TERM
005580* FIGURES WHEN IT IS THE RUN TERM.
005590*****************************************************************
005600 3300-ACCUMULATE-ENROLLMENT.
005610     MOVE ENROLL-TERM TO WS-LOOKUP-TERM
005620     PERFORM 3800-LOOK-UP-TERM-START THRU 3800-EXIT
005630     IF NOT WS-TERM-FOUND
005640         ADD 1 TO WS-NO-TERM-COUNT
005650     END-IF
005660
005670     IF WS-TERM-FOUND
005680         AND WS-LOOKUP-TERM-START NOT > WS-RUN-TERM-START
005690         IF ENROLL-TERM = WS-RUN-TERM
005700             MOVE "Y" TO WS-IN-RUN-TERM-SWITCH
005710             IF ENROLL-NOT-GRADED
005720                 ADD 1 TO WS-UNGRADED-COUNT
005730             END-IF
005740             IF ENROLL-GRADE = "I "
005750                 MOVE "Y" TO WS-INCOMPLETE-SWITCH
005760             END-IF
005770         END-IF
005780
005790         PERFORM 3400-LOOK-UP-GRADE-POINTS THRU 3400-EXIT
005800         IF WS-GRADE-FOUND
005810             MOVE ENROLL-COURSE-CODE TO COURSE-CODE OF COURSE-REC
005820             READ COURSE-FILE
005830                 INVALID KEY
005840                     ADD 1 TO WS-NO-COURSE-COUNT
005850                 NOT INVALID KEY
005860                     COMPUTE WS-ENROLL-POINTS =
005870                         WS-GRADE-POINTS * COURSE-CREDIT-HOURS
005880                     ADD COURSE-CREDIT-HOURS TO WS-CUM-GPA-HOURS
005890                     ADD WS-ENROLL-POINTS TO WS-CUM-QUALITY-POINTS
005900                     IF ENROLL-TERM = WS-RUN-TERM
005910                         ADD COURSE-CREDIT-HOURS
005920                             TO WS-TERM-GPA-HOURS
005930                         ADD WS-ENROLL-POINTS
005940                             TO WS-TERM-QUALITY-POINTS
005950                     END-IF
005960             END-READ
005970         END-IF
005980     END-IF
005990
006000     PERFORM 3100-READ-ENROLL THRU 3100-EXIT
006010 3300-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050* 3400-LOOK-UP-GRADE-POINTS - FIND THE POSTED GRADE ON THE
006060* GRADE POINT TABLE.  "I ", "W " AND AN UNGRADED ENROLLMENT
006070* ARE NOT ON IT, SO THEY ARE NEVER FOUND.
006080*****************************************************************
006090 3400-LOOK-UP-GRADE-POINTS.
006100     MOVE "N" TO WS-GRADE-FOUND-SWITCH
006110     MOVE ZERO TO WS-GRADE-POINTS
006120     PERFORM 3450-MATCH-GRADE-ENTRY THRU 3450-EXIT
006130         VARYING WS-GP-SUB FROM 1 BY 1
006140         UNTIL WS-GP-SUB > GP-ENTRY-COUNT
006150             OR WS-GRADE-FOUND
006160 3400-EXIT.
006170     EXIT.
006180
006190 3450-MATCH-GRADE-ENTRY.
006200     IF ENROLL-GRADE = GP-GRADE (WS-GP-SUB)
006210         MOVE GP-POINTS (WS-GP-SUB) TO WS-GRADE-POINTS
006220         MOVE "Y" TO WS-GRADE-FOUND-SWITCH
006230     END-IF
006240 3450-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280* 3500-ASSIGN-STANDING - WORK OUT THE TWO GPAS AND JUDGE THE
006290* STUDENT AGAINST STANDPRM.DAT.  NO GPA HOURS AT ALL (NOTHING
006300* BUT W, I OR UNGRADED) LEAVES THE GPA AT ZERO AND THE STUDENT
006310* IN GOOD STANDING - THERE IS NOTHING TO JUDGE.  SUSPENSION IS
006320* TESTED FIRST, THEN PROBATION, THEN THE DEAN'S LIST.
006330*****************************************************************
006340 3500-ASSIGN-STANDING.
006350     MOVE ZERO TO WS-TERM-GPA
006360     MOVE ZERO TO WS-CUM-GPA
006370     IF WS-TERM-GPA-HOURS > ZERO
006380         COMPUTE WS-TERM-GPA ROUNDED =
006390             WS-TERM-QUALITY-POINTS / WS-TERM-GPA-HOURS
006400     END-IF
006410     IF WS-CUM-GPA-HOURS > ZERO
006420         COMPUTE WS-CUM-GPA ROUNDED =
006430             WS-CUM-QUALITY-POINTS / WS-CUM-GPA-HOURS
006440     END-IF
006450
006460     PERFORM 3600-FIND-PRIOR-STANDING THRU 3600-EXIT
006470
006480     EVALUATE TRUE
006490         WHEN WS-CUM-GPA-HOURS > ZERO
006500             AND WS-CUM-GPA < SPRM-SUSPEND-GPA
006510             MOVE "S" TO WS-NEW-STANDING
006520         WHEN WS-CUM-GPA-HOURS > ZERO
006530             AND WS-CUM-GPA < SPRM-PROBATION-GPA
006540             AND WS-PRIOR-ON-PROBATION
006550             MOVE "S" TO WS-NEW-STANDING
006560         WHEN WS-CUM-GPA-HOURS > ZERO
006570             AND WS-CUM-GPA < SPRM-PROBATION-GPA
006580             MOVE "P" TO WS-NEW-STANDING
006590         WHEN WS-TERM-GPA-HOURS NOT < SPRM-DEANS-MIN-HOURS
006600             AND WS-TERM-GPA NOT < SPRM-DEANS-MIN-GPA
006610             AND NOT WS-HAS-INCOMPLETE
006620             MOVE "D" TO WS-NEW-STANDING
006630         WHEN OTHER
006640             MOVE "G" TO WS-NEW-STANDING
006650     END-EVALUATE
006660
006670     EVALUATE WS-NEW-STANDING
006680         WHEN "D"
006690             ADD 1 TO WS-DEANS-COUNT
006700         WHEN "P"
006710             ADD 1 TO WS-PROBATION-COUNT
006720         WHEN "S"
006730             ADD 1 TO WS-SUSPENSION-COUNT
006740         WHEN OTHER
006750             ADD 1 TO WS-GOOD-COUNT
006760     END-EVALUATE
006770 3500-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810* 3600-FIND-PRIOR-STANDING - THE STUDENT'S STANDING IN THE TERM
006820* THAT STARTED LAST BEFORE THE RUN TERM, OFF STANDING.DAT.
006830* STANDING.DAT IS IN TERM-CODE ORDER, NOT DATE ORDER, SO EVERY
006840* RECORD UNDER THE STUDENT IS LOOKED AT AND THE TERM START
006850* DATES DECIDE.  SPACE IF THE STUDENT HAS NEVER BEEN JUDGED
006860* BEFORE.
006870*****************************************************************
006880 3600-FIND-PRIOR-STANDING.
006890     MOVE SPACE TO WS-PRIOR-STANDING
006900     MOVE ZERO TO WS-PRIOR-TERM-START
006910     MOVE "N" TO WS-STANDING-EOF-SWITCH
006920     MOVE WS-CURRENT-STUDENT-ID TO STAND-STUDENT-ID
006930     MOVE LOW-VALUES TO STAND-TERM
006940     START STANDING-FILE KEY NOT < STAND-KEY
006950         INVALID KEY
006960             MOVE "Y" TO WS-STANDING-EOF-SWITCH
006970     END-START
006980     PERFORM 3650-READ-PRIOR-STANDING THRU 3650-EXIT
006990         UNTIL WS-STANDING-EOF
007000 3600-EXIT.
007010     EXIT.
007020
007030 3650-READ-PRIOR-STANDING.
007040     READ STANDING-FILE NEXT RECORD
007050         AT END
007060             MOVE "Y" TO WS-STANDING-EOF-SWITCH
007070         NOT AT END
007080             IF STAND-STUDENT-ID NOT = WS-CURRENT-STUDENT-ID
007090                 MOVE "Y" TO WS-STANDING-EOF-SWITCH
007100             ELSE
007110                 PERFORM 3660-CHECK-PRIOR-TERM THRU 3660-EXIT
007120             END-IF
007130     END-READ
007140 3650-EXIT.
007150     EXIT.
007160
007170 3660-CHECK-PRIOR-TERM.
007180     MOVE STAND-TERM TO WS-LOOKUP-TERM
007190     PERFORM 3800-LOOK-UP-TERM-START THRU 3800-EXIT
007200     IF WS-TERM-FOUND
007210         AND WS-LOOKUP-TERM-START < WS-RUN-TERM-START
007220         AND WS-LOOKUP-TERM-START > WS-PRIOR-TERM-START
007230         MOVE STAND-CODE TO WS-PRIOR-STANDING
007240         MOVE WS-LOOKUP-TERM-START TO WS-PRIOR-TERM-START
007250     END-IF
007260 3660-EXIT.
007270     EXIT.
007280
007290*****************************************************************
007300* 3700-FILE-STANDING - WRITE THE STUDENT'S STANDING FOR THE RUN
007310* TERM, OR REWRITE IT WHEN THE TERM IS BEING RE-RUN.
007320*****************************************************************
007330 3700-FILE-STANDING.
007340     MOVE SPACES TO STAND-REC
007350     MOVE WS-CURRENT-STUDENT-ID  TO STAND-STUDENT-ID
007360     MOVE WS-RUN-TERM            TO STAND-TERM
007370     MOVE WS-TERM-GPA-HOURS      TO STAND-TERM-HOURS
007380     MOVE WS-TERM-QUALITY-POINTS TO STAND-TERM-POINTS
007390     MOVE WS-TERM-GPA            TO STAND-TERM-GPA
007400     MOVE WS-CUM-GPA-HOURS       TO STAND-CUM-HOURS
007410     MOVE WS-CUM-QUALITY-POINTS  TO STAND-CUM-POINTS
007420     MOVE WS-CUM-GPA             TO STAND-CUM-GPA
007430     MOVE WS-NEW-STANDING        TO STAND-CODE
007440     MOVE WS-RUN-DATE            TO STAND-RUN-DATE
007450     MOVE WS-OPERATOR-ID         TO STAND-RUN-BY
007460     MOVE STAND-REC TO WS-SAVE-STAND-REC
007470     READ STANDING-FILE
007480         INVALID KEY
007490             MOVE "N" TO WS-ON-FILE-SWITCH
007500         NOT INVALID KEY
007510             MOVE "Y" TO WS-ON-FILE-SWITCH
007520     END-READ
007530
007540     MOVE WS-SAVE-STAND-REC TO STAND-REC
007550     IF WS-ON-FILE
007560         REWRITE STAND-REC
007570             INVALID KEY
007580                 DISPLAY "*** STANDING FOR " STAND-STUDENT-ID
007590                     " COULD NOT BE REWRITTEN ***"
007600         END-REWRITE
007610     ELSE
007620         WRITE STAND-REC
007630             INVALID KEY
007640                 DISPLAY "*** STANDING FOR " STAND-STUDENT-ID
007650                     " COULD NOT BE WRITTEN ***"
007660         END-WRITE
007670     END-IF
007680 3700-EXIT.
007690     EXIT.
007700
007710*****************************************************************
007720* 3800-LOOK-UP-TERM-START - TERM-START-DATE FOR WS-LOOKUP-TERM
007730* OFF TERMS.DAT.
007740*****************************************************************
007750 3800-LOOK-UP-TERM-START.
007760     MOVE "N" TO WS-TERM-FOUND-SWITCH
007770     MOVE ZERO TO WS-LOOKUP-TERM-START
007780     MOVE WS-LOOKUP-TERM TO TERM-CODE
007790     READ TERM-FILE
007800         INVALID KEY
007810             CONTINUE
007820         NOT INVALID KEY
007830             MOVE "Y" TO WS-TERM-FOUND-SWITCH
007840             MOVE TERM-START-DATE TO WS-LOOKUP-TERM-START
007850     END-READ
007860 3800-EXIT.
007870     EXIT.
007880
007890*****************************************************************
007900* 4000-PRINT-HEADINGS
007910*****************************************************************
007920 4000-PRINT-HEADINGS.
007930     ADD 1 TO WS-PAGE-NO
007940     MOVE WS-PAGE-NO TO HDG-PAGE-NO
007950     MOVE WS-RUN-TERM TO HDG-TERM
007960     IF WS-PAGE-NO = 1
007970         WRITE PRINT-LINE FROM HDG-LINE-1
007980     ELSE
007990         WRITE PRINT-LINE FROM HDG-LINE-1
008000             AFTER ADVANCING PAGE
008010     END-IF
008020     WRITE PRINT-LINE FROM HDG-LINE-2
008030         AFTER ADVANCING 2 LINES
008040     MOVE ZERO TO WS-LINE-COUNT
008050 4000-EXIT.
008060     EXIT.
008070
008080*****************************************************************
008090* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
008100* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
008110*****************************************************************
008120 4500-PRINT-FOOTER.
008130     MOVE WS-PAGE-NO TO FTR-PAGE-NO
008140     WRITE PRINT-LINE FROM FTR-LINE
008150         AFTER ADVANCING 2 LINES
008160 4500-EXIT.
008170     EXIT.
008180
008190*****************************************************************
008200* 5000-PRINT-STANDING-LIST - THE DEAN'S OFFICE LIST - DEAN'S
008210* LIST, PROBATION AND SUSPENSION, EACH IN STUDENT ID ORDER.
008220* GOOD STANDING IS ONLY COUNTED ON THE TOTALS PAGE.
008230*****************************************************************
008240 5000-PRINT-STANDING-LIST.
008250     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
008260
008270     MOVE "D" TO WS-SECTION-CODE
008280     MOVE "DEAN'S LIST" TO SHL-SECTION-TITLE
008290     PERFORM 5100-PRINT-ONE-SECTION THRU 5100-EXIT
008300
008310     MOVE "P" TO WS-SECTION-CODE
008320     MOVE "ACADEMIC PROBATION" TO SHL-SECTION-TITLE
008330     PERFORM 5100-PRINT-ONE-SECTION THRU 5100-EXIT
008340
008350     MOVE "S" TO WS-SECTION-CODE
008360     MOVE "ACADEMIC SUSPENSION" TO SHL-SECTION-TITLE
008370     PERFORM 5100-PRINT-ONE-SECTION THRU 5100-EXIT
008380 5000-EXIT.
008390     EXIT.
008400
008410*****************************************************************
008420* 5100-PRINT-ONE-SECTION - ONE PASS OF STANDING.DAT, PRINTING
008430* THE RUN TERM'S RECORDS CARRYING THE SECTION'S CODE.
008440*****************************************************************
008450 5100-PRINT-ONE-SECTION.
008460     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
008470         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
008480         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
008490     END-IF
008500     WRITE PRINT-LINE FROM SECTION-HDG-LINE
008510         AFTER ADVANCING 3 LINES
008520     ADD 3 TO WS-LINE-COUNT
008530
008540     MOVE ZERO TO WS-SECTION-COUNT
008550     MOVE "N" TO WS-STANDING-EOF-SWITCH
008560     MOVE LOW-VALUES TO STAND-KEY
008570     START STANDING-FILE KEY NOT < STAND-KEY
008580         INVALID KEY
008590             MOVE "Y" TO WS-STANDING-EOF-SWITCH
008600     END-START
008610     PERFORM 5200-READ-AND-PRINT-STANDING THRU 5200-EXIT
008620         UNTIL WS-STANDING-EOF
008630
008640     IF WS-SECTION-COUNT = ZERO
008650         WRITE PRINT-LINE FROM NONE-LINE
008660             AFTER ADVANCING 1 LINE
008670         ADD 1 TO WS-LINE-COUNT
008680     END-IF
008690 5100-EXIT.
008700     EXIT.
008710
008720 5200-READ-AND-PRINT-STANDING.
008730     READ STANDING-FILE NEXT RECORD
008740         AT END
008750             MOVE "Y" TO WS-STANDING-EOF-SWITCH
008760         NOT AT END
008770             IF STAND-TERM = WS-RUN-TERM
008780                 AND STAND-CODE = WS-SECTION-CODE
008790                 PERFORM 5300-PRINT-STANDING-LINE THRU 5300-EXIT
008800             END-IF
008810     END-READ
008820 5200-EXIT.
008830     EXIT.
008840
008850*****************************************************************
008860* 5300-PRINT-STANDING-LINE - ONE STUDENT, NAMED OFF THE STUDENT
008870* MASTER.  A STUDENT PURGED SINCE THE RUN STILL PRINTS, FLAGGED.
008880*****************************************************************
008890 5300-PRINT-STANDING-LINE.
008900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008910         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
008920         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
008930     END-IF
008940
008950     MOVE STAND-STUDENT-ID TO DTL-STUDENT-ID
008960     MOVE STAND-STUDENT-ID TO DATA-ID
008970     READ STUDENT-FILE
008980         INVALID KEY
008990             MOVE "* NOT ON STUDENTS.DAT *" TO DTL-STUDENT-NAME
009000             MOVE SPACES TO DTL-STUDENT-INITIALS
009010         NOT INVALID KEY
009020             MOVE STUDENT-NAME OF DATA-REC TO DTL-STUDENT-NAME
009030             MOVE STUDENT-INITIALS OF DATA-REC
009040                 TO DTL-STUDENT-INITIALS
009050     END-READ
009060     MOVE STAND-TERM-HOURS TO DTL-TERM-HOURS
009070     MOVE STAND-TERM-GPA   TO DTL-TERM-GPA
009080     MOVE STAND-CUM-HOURS  TO DTL-CUM-HOURS
009090     MOVE STAND-CUM-GPA    TO DTL-CUM-GPA
009100     WRITE PRINT-LINE FROM DETAIL-LINE
009110         AFTER ADVANCING 1 LINE
009120     ADD 1 TO WS-LINE-COUNT
009130     ADD 1 TO WS-SECTION-COUNT
009140 5300-EXIT.
009150     EXIT.
009160
009170*****************************************************************
009180* 6000-PRINT-FINAL-PAGE - THE RUN TOTALS BY STANDING, THE
009190* ENROLLMENTS LEFT OUT OF THE GPA AND THE THRESHOLDS USED, SO
009200* THE LIST CAN BE CHECKED AGAINST THE POLICY IT WAS RUN UNDER.
009210*****************************************************************
009220 6000-PRINT-FINAL-PAGE.
009230     MOVE WS-EVALUATED-COUNT  TO TOT-EVALUATED-OUT
009240     MOVE WS-DEANS-COUNT      TO TOT-DEANS-OUT
009250     MOVE WS-GOOD-COUNT       TO TOT-GOOD-OUT
009260     MOVE WS-PROBATION-COUNT  TO TOT-PROBATION-OUT
009270     MOVE WS-SUSPENSION-COUNT TO TOT-SUSPENSION-OUT
009280     MOVE WS-UNGRADED-COUNT   TO TOT-UNGRADED-OUT
009290     MOVE WS-NO-COURSE-COUNT  TO TOT-NO-COURSE-OUT
009300     MOVE WS-NO-TERM-COUNT    TO TOT-NO-TERM-OUT
009310     MOVE SPRM-DEANS-MIN-GPA   TO THL-DEANS-GPA
009320     MOVE SPRM-DEANS-MIN-HOURS TO THL-DEANS-HOURS
009330     MOVE SPRM-PROBATION-GPA   TO THL-PROBATION-GPA
009340     MOVE SPRM-SUSPEND-GPA     TO THL-SUSPEND-GPA
009350     ADD 1 TO WS-PAGE-NO
009360     MOVE WS-PAGE-NO TO HDG-PAGE-NO
009370     WRITE PRINT-LINE FROM HDG-LINE-1
009380         AFTER ADVANCING PAGE
009390     WRITE PRINT-LINE FROM TOTAL-LINE-1
009400         AFTER ADVANCING 2 LINES
009410     WRITE PRINT-LINE FROM TOTAL-LINE-2
009420         AFTER ADVANCING 1 LINE
009430     WRITE PRINT-LINE FROM TOTAL-LINE-3
009440         AFTER ADVANCING 1 LINE
009450     WRITE PRINT-LINE FROM TOTAL-LINE-4
009460         AFTER ADVANCING 1 LINE
009470     WRITE PRINT-LINE FROM TOTAL-LINE-5
009480         AFTER ADVANCING 1 LINE
009490     WRITE PRINT-LINE FROM TOTAL-LINE-6
009500         AFTER ADVANCING 2 LINES
009510     WRITE PRINT-LINE FROM TOTAL-LINE-7
009520         AFTER ADVANCING 1 LINE
009530     WRITE PRINT-LINE FROM TOTAL-LINE-8
009540         AFTER ADVANCING 1 LINE
009550     WRITE PRINT-LINE FROM THRESHOLD-LINE
009560         AFTER ADVANCING 2 LINES
009570 6000-EXIT.
009580     EXIT.
009590
009600*****************************************************************
009610* 8000-TERMINATE
009620*****************************************************************
009630 8000-TERMINATE.
009640     IF NOT WS-ABORT
009650         CLOSE ENROLL-FILE
009660         CLOSE STUDENT-FILE
009670         CLOSE COURSE-FILE
009680         CLOSE TERM-FILE
009690         CLOSE STANDING-FILE
009700         CLOSE PRINT-FILE
009710         DISPLAY "ACADSTAND COMPLETE - " WS-EVALUATED-COUNT
009720             " STUDENT(S) JUDGED FOR TERM " WS-RUN-TERM
009730         DISPLAY "  DEAN'S LIST " WS-DEANS-COUNT
009740             "  GOOD " WS-GOOD-COUNT
009750             "  PROBATION " WS-PROBATION-COUNT
009760             "  SUSPENSION " WS-SUSPENSION-COUNT
009770     END-IF
009780 8000-EXIT.
009790     EXIT.
