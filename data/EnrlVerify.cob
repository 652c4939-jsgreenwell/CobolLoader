000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ENRLVERIFY.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* ENROLLMENT VERIFICATION LETTER.  PROMPTS FOR A STUDENT ID AND
000090* A TERM CODE AND PRINTS A LETTER TO ENRLVRPT.DAT CERTIFYING
000100* THE STUDENT'S ENROLLMENT STATUS FOR THE TERM - FULL-TIME,
000110* THREE-QUARTER-TIME, HALF-TIME, LESS THAN HALF-TIME, WITHDRAWN
000120* OR NOT ENROLLED - FOR FINANCIAL AID, INSURERS AND LENDERS,
000130* WHO UNTIL NOW GOT AN ANSWER WORKED OUT BY HAND FROM
000140* ENROLLLIST.
000150*
000160* THE LOAD IS THE STUDENT'S ENROLL.DAT CREDIT HOURS FOR THE
000170* TERM, AT THE COURSES.DAT HOURS, LEAVING OUT A "W " GRADE,
000180* MEASURED AGAINST THE LOADPRM.DAT THRESHOLDS (SEE LOADPRM.CPY
000190* AND LOADPARM).  A STUDENT IS WITHDRAWN FROM THE TERM WHEN
000200* STUDENTPURGE REMOVED THEM AS WITHDREW (STUDHIST.DAT) WITH AN
000210* EFFECTIVE DATE NOT AFTER THE TERM END, OR WHEN NO HOURS ARE
000220* LEFT AND THEY DROPPED COURSES (DROPLOG.DAT) OR TOOK A "W " -
000230* THE SAME RULES ENRLSTATUS SENDS TO THE CLEARINGHOUSE, SO THE
000240* LETTER AND THE FEED NEVER DISAGREE.  A DROP KEYED IN ERROR
000250* (REASON E) IS NOT A WITHDRAWAL.
000260*
000270* A STUDENT NO LONGER ON STUDENTS.DAT IS LOOKED UP ON STUDHIST
000280* THE SAME WAY TRANSCRIPT DOES - FORMER STUDENTS NEED THEIR
000290* PAST TERMS VERIFIED TOO.  A TRANSCRIPT HOLD DOES NOT STOP A
000300* VERIFICATION - IT CERTIFIES ENROLLMENT, NOT GRADES.  A
000310* STUDENT REMOVED AS ENTERED IN ERROR WAS NEVER A STUDENT, AND
000320* ENRLSTATUS NEVER REPORTS THEM, SO NO LETTER IS PRINTED - THE
000330* OPERATOR IS TOLD WHY INSTEAD.
000340*
000350* MODIFICATION HISTORY
000360*   DATE       INIT  DESCRIPTION
000370*   ---------- ----  ------------------------------------------
000380*   2026-10-15 JMS   ORIGINAL PROGRAM.
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ENROLL-KEY
000480         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000490
000500     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DATA-ID
000540         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000570
000580     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS COURSE-CODE OF COURSE-REC
000620         FILE STATUS IS WS-COURSE-FILE-STATUS.
000630
000640     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS TERM-CODE
000680         FILE STATUS IS WS-TERM-FILE-STATUS.
000690
000700     SELECT HISTORY-FILE ASSIGN TO "STUDHIST.DAT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000730
000740     SELECT DROP-FILE ASSIGN TO "DROPLOG.DAT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-DROP-FILE-STATUS.
000770
000780     SELECT PARM-FILE ASSIGN TO "LOADPRM.DAT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-PARM-FILE-STATUS.
000810
000820     SELECT PRINT-FILE ASSIGN TO "ENRLVRPT.DAT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-PRINT-FILE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  ENROLL-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY ENROLLREC.
000910
000920 FD  STUDENT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY STUDREC.
000950
000960 FD  COURSE-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY COURSREC.
000990
001000 FD  TERM-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY TERMREC.
001030
001040 FD  HISTORY-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY STUDHIST.
001070
001080 FD  DROP-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY DROPREC.
001110
001120 FD  PARM-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  PARM-FILE-REC                   PIC X(29).
001150
001160 FD  PRINT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  PRINT-LINE                      PIC X(132).
001190
001200 WORKING-STORAGE SECTION.
001210 01  WS-SWITCHES.
001220     05  WS-ENROLL-FILE-STATUS       PIC X(02).
001230         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
001240     05  WS-STUDENT-FILE-STATUS      PIC X(02).
001250         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
001260     05  WS-COURSE-FILE-STATUS       PIC X(02).
001270         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
001280     05  WS-TERM-FILE-STATUS         PIC X(02).
001290         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
001300     05  WS-HISTORY-FILE-STATUS      PIC X(02).
001310         88  WS-HISTORY-FILE-OK      VALUE "00".
001320     05  WS-DROP-FILE-STATUS         PIC X(02).
001330         88  WS-DROP-FILE-OK         VALUE "00".
001340     05  WS-PARM-FILE-STATUS         PIC X(02).
001350         88  WS-PARM-FILE-OK         VALUE "00".
001360     05  WS-PRINT-FILE-STATUS        PIC X(02).
001370     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001380         88  WS-ABORT                VALUE "Y".
001390     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001400         88  WS-ENROLL-EOF           VALUE "Y".
001410     05  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
001420         88  WS-HISTORY-EOF          VALUE "Y".
001430     05  WS-DROP-EOF-SWITCH          PIC X(01) VALUE "N".
001440         88  WS-DROP-EOF             VALUE "Y".
001450     05  WS-STUDENT-FOUND-SWITCH     PIC X(01) VALUE "N".
001460         88  WS-STUDENT-FOUND        VALUE "Y".
001470     05  WS-ON-HISTORY-SWITCH        PIC X(01) VALUE "N".
001480         88  WS-ON-HISTORY           VALUE "Y".
001490     05  WS-TERM-FOUND-SWITCH        PIC X(01) VALUE "N".
001500         88  WS-TERM-FOUND           VALUE "Y".
001510     05  WS-W-GRADE-SWITCH           PIC X(01) VALUE "N".
001520         88  WS-W-GRADE-SEEN         VALUE "Y".
001530     05  WS-DROPPED-SWITCH           PIC X(01) VALUE "N".
001540         88  WS-DROPPED-IN-TERM      VALUE "Y".
001550     05  WS-ENROLLED-SWITCH          PIC X(01) VALUE "N".
001560         88  WS-ENROLLED-IN-TERM     VALUE "Y".
001570
001580 01  WS-STUDENT-ID-LINE              PIC X(12).
001590 01  WS-WANTED-STUDENT-ID            PIC 9(12).
001600 01  WS-TERM-INPUT                   PIC X(05).
001610 01  WS-THIS-RUN-DATE                PIC 9(08) VALUE ZERO.
001620
001630 01  WS-COUNTERS.
001640     05  WS-LETTER-COUNT             PIC 9(05) COMP VALUE ZERO.
001650
001660*****************************************************************
001670* THE STUDENT'S FIGURES FOR THE TERM ASKED FOR, AND WHAT THEY
001680* CERTIFY TO.  THE REMOVAL FIELDS HOLD THE LAST STUDHIST.DAT
001690* RECORD UNDER THE ID, THE SAME RECORD TRANSCRIPT WOULD SHOW.
001700*****************************************************************
001710 01  WS-LOAD-AREAS.
001720     05  WS-TERM-HOURS               PIC 9(03)V9 VALUE ZERO.
001730     05  WS-LAST-DROP-DATE           PIC 9(08) VALUE ZERO.
001740     05  WS-EFFECTIVE-DATE           PIC 9(08) VALUE ZERO.
001750     05  WS-HIST-REASON              PIC X(01) VALUE SPACE.
001760         88  WS-HIST-WITHDREW        VALUE "W".
001770         88  WS-HIST-ENTERED-IN-ERROR VALUE "E".
001780     05  WS-HIST-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
001790     05  WS-STATUS-TEXT              PIC X(26).
001800
001810*****************************************************************
001820* THE LOAD THRESHOLDS, AND THE SHARED LOAD STATUS CODES.
001830*****************************************************************
001840 COPY LOADPRM.
001850
001860*****************************************************************
001870* THE LETTER.  EACH ONE STARTS ON A NEW PAGE - THEY ARE SIGNED
001880* AND MAILED, NOT FILED.
001890*****************************************************************
001900 01  LTR-HEAD-LINE-1.
001910     05  FILLER                      PIC X(08) VALUE SPACES.
001920     05  FILLER                      PIC X(40)
001930         VALUE "OFFICE OF THE REGISTRAR".
001940 01  LTR-HEAD-LINE-2.
001950     05  FILLER                      PIC X(08) VALUE SPACES.
001960     05  FILLER                      PIC X(40)
001970         VALUE "ENROLLMENT VERIFICATION".
001980     05  FILLER                      PIC X(06) VALUE "DATE".
001990     05  LTR-LETTER-DATE             PIC 9(08).
002000
002010 01  LTR-STUDENT-LINE.
002020     05  FILLER                      PIC X(08) VALUE SPACES.
002030     05  FILLER                      PIC X(20) VALUE "STUDENT:".
002040     05  LTR-STUDENT-NAME            PIC X(22).
002050     05  FILLER                      PIC X(01) VALUE SPACES.
002060     05  LTR-STUDENT-INITIALS        PIC X(03).
002070 01  LTR-ID-LINE.
002080     05  FILLER                      PIC X(08) VALUE SPACES.
002090     05  FILLER                      PIC X(20)
002100         VALUE "STUDENT ID:".
002110     05  LTR-STUDENT-ID              PIC Z(11)9.
002120 01  LTR-DOB-LINE.
002130     05  FILLER                      PIC X(08) VALUE SPACES.
002140     05  FILLER                      PIC X(20)
002150         VALUE "DATE OF BIRTH:".
002160     05  LTR-DOB                     PIC X(08).
002170
002180 01  LTR-TEXT-LINE.
002190     05  FILLER                      PIC X(08) VALUE SPACES.
002200     05  LTR-TEXT                    PIC X(64).
002210
002220 01  LTR-TERM-LINE.
002230     05  FILLER                      PIC X(08) VALUE SPACES.
002240     05  FILLER                      PIC X(20) VALUE "TERM:".
002250     05  LTR-TERM-CODE               PIC X(05).
002260     05  FILLER                      PIC X(02) VALUE SPACES.
002270     05  LTR-TERM-DESCRIPTION        PIC X(20).
002280 01  LTR-DATES-LINE.
002290     05  FILLER                      PIC X(08) VALUE SPACES.
002300     05  FILLER                      PIC X(20)
002310         VALUE "TERM DATES:".
002320     05  LTR-TERM-START              PIC 9(08).
002330     05  FILLER                      PIC X(04) VALUE " TO ".
002340     05  LTR-TERM-END                PIC 9(08).
002350 01  LTR-HOURS-LINE.
002360     05  FILLER                      PIC X(08) VALUE SPACES.
002370     05  FILLER                      PIC X(20)
002380         VALUE "CREDIT HOURS:".
002390     05  LTR-HOURS                   PIC ZZ9.9.
002400 01  LTR-STATUS-LINE.
002410     05  FILLER                      PIC X(08) VALUE SPACES.
002420     05  FILLER                      PIC X(20)
002430         VALUE "ENROLLMENT STATUS:".
002440     05  LTR-STATUS                  PIC X(26).
002450 01  LTR-EFFECTIVE-LINE.
002460     05  FILLER                      PIC X(08) VALUE SPACES.
002470     05  FILLER                      PIC X(20) VALUE "EFFECTIVE:".
002480     05  LTR-EFFECTIVE-DATE          PIC 9(08).
002490 01  LTR-REMOVED-LINE.
002500     05  FILLER                      PIC X(08) VALUE SPACES.
002510     05  FILLER                      PIC X(20)
002520         VALUE "LEFT THE ROSTER:".
002530     05  LTR-REMOVAL-REASON          PIC X(17).
002540     05  LTR-REMOVAL-DATE            PIC 9(08).
002550
002560 01  LTR-THRESHOLD-LINE.
002570     05  FILLER                      PIC X(08) VALUE SPACES.
002580     05  FILLER                      PIC X(10) VALUE "FULL-TIME".
002590     05  LTR-FULL-HOURS              PIC Z9.9.
002600     05  FILLER                      PIC X(19)
002610         VALUE " HOURS, 3/4-TIME".
002620     05  LTR-THREE-QTR-HOURS         PIC Z9.9.
002630     05  FILLER                      PIC X(18)
002640         VALUE " HOURS, HALF-TIME".
002650     05  LTR-HALF-HOURS              PIC Z9.9.
002660     05  FILLER                      PIC X(07) VALUE " HOURS.".
002670
002680 01  LTR-SIGNATURE-LINE.
002690     05  FILLER                      PIC X(08) VALUE SPACES.
002700     05  FILLER                      PIC X(32)
002710         VALUE "________________________________".
002720 01  LTR-TITLE-LINE.
002730     05  FILLER                      PIC X(08) VALUE SPACES.
002740     05  FILLER                      PIC X(32) VALUE "REGISTRAR".
002750
002760 PROCEDURE DIVISION.
002770*****************************************************************
002780* 0000-MAINLINE
002790*****************************************************************
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002820
002830     IF NOT WS-ABORT
002840         PERFORM 2000-GET-STUDENT-ID THRU 2000-EXIT
002850         PERFORM 3000-PROCESS-ONE-STUDENT THRU 3000-EXIT
002860             UNTIL WS-STUDENT-ID-LINE = SPACES
002870     END-IF
002880
002890     PERFORM 8000-TERMINATE THRU 8000-EXIT
002900     STOP RUN.
002910
002920*****************************************************************
002930* 1000-INITIALIZE - ENROLL.DAT, STUDENTS.DAT, COURSES.DAT,
002940* TERMS.DAT AND THE THRESHOLDS ARE ALL REQUIRED.  NO STUDHIST.DAT
002950* OR DROPLOG.DAT JUST MEANS NOBODY HAS BEEN REMOVED OR DROPPED
002960* YET - THEY ARE OPENED PER SEARCH, THE SAME AS TRANSCRIPT DOES
002970* STUDHIST.DAT.
002980*****************************************************************
002990 1000-INITIALIZE.
003000     ACCEPT WS-THIS-RUN-DATE FROM DATE YYYYMMDD
003010     PERFORM 1200-LOAD-THRESHOLDS THRU 1200-EXIT
003020
003030     IF NOT WS-ABORT
003040         OPEN INPUT ENROLL-FILE
003050         IF WS-ENROLL-FILE-NOT-FOUND
003060             DISPLAY "*** ENROLL.DAT NOT FOUND - "
003070                 "RUN ENROLLWRITER FIRST ***"
003080             MOVE "Y" TO WS-ABORT-SWITCH
003090         END-IF
003100     END-IF
003110
003120     IF NOT WS-ABORT
003130         OPEN INPUT STUDENT-FILE
003140         IF WS-STUDENT-FILE-NOT-FOUND
003150             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
003160                 "RUN STUDENTWRITER FIRST ***"
003170             MOVE "Y" TO WS-ABORT-SWITCH
003180             CLOSE ENROLL-FILE
003190         END-IF
003200     END-IF
003210
003220     IF NOT WS-ABORT
003230         OPEN INPUT COURSE-FILE
003240         IF WS-COURSE-FILE-NOT-FOUND
003250             DISPLAY "*** COURSES.DAT NOT FOUND - "
003260                 "RUN COURSEWRITER FIRST ***"
003270             MOVE "Y" TO WS-ABORT-SWITCH
003280             CLOSE ENROLL-FILE
003290             CLOSE STUDENT-FILE
003300         END-IF
003310     END-IF
003320
003330     IF NOT WS-ABORT
003340         OPEN INPUT TERM-FILE
003350         IF WS-TERM-FILE-NOT-FOUND
003360             DISPLAY "*** TERMS.DAT NOT FOUND - "
003370                 "RUN TERMWRITER FIRST ***"
003380             MOVE "Y" TO WS-ABORT-SWITCH
003390             CLOSE ENROLL-FILE
003400             CLOSE STUDENT-FILE
003410             CLOSE COURSE-FILE
003420         END-IF
003430     END-IF
003440
003450     IF NOT WS-ABORT
003460         OPEN OUTPUT PRINT-FILE
003470         DISPLAY "ENRLVERIFY - PRINTING TO ENRLVRPT.DAT"
003480     END-IF
003490 1000-EXIT.
003500     EXIT.
003510
003520*****************************************************************
003530* 1200-LOAD-THRESHOLDS - LOADPRM.DAT IS REQUIRED.  THE RUN WILL
003540* NOT GUESS AT WHAT WE CERTIFY AS FULL-TIME.
003550*****************************************************************
003560 1200-LOAD-THRESHOLDS.
003570     OPEN INPUT PARM-FILE
003580     IF NOT WS-PARM-FILE-OK
003590         DISPLAY "*** LOADPRM.DAT NOT FOUND - RUN LOADPARM "
003600             "FIRST ***"
003610         MOVE "Y" TO WS-ABORT-SWITCH
003620     ELSE
003630         READ PARM-FILE INTO LOAD-PARM-REC
003640             AT END
003650                 DISPLAY "*** LOADPRM.DAT IS EMPTY - RUN "
003660                     "LOADPARM FIRST ***"
003670                 MOVE "Y" TO WS-ABORT-SWITCH
003680         END-READ
003690         CLOSE PARM-FILE
003700     END-IF
003710 1200-EXIT.
003720     EXIT.
003730
003740*****************************************************************
003750* 2000-GET-STUDENT-ID
003760*****************************************************************
003770 2000-GET-STUDENT-ID.
003780     DISPLAY "ENTER STUDENT ID FOR VERIFICATION.  ENTER NOTHING "
003790         "TO END."
003800     MOVE SPACES TO WS-STUDENT-ID-LINE
003810     ACCEPT WS-STUDENT-ID-LINE
003820 2000-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860* 3000-PROCESS-ONE-STUDENT - FIND THE STUDENT ON THE MASTER OR
003870* THE HISTORY ARCHIVE, TAKE THE TERM, WORK OUT THE LOAD AND
003880* PRINT THE LETTER.  A STUDENT REMOVED AS ENTERED IN ERROR IS
003890* REFUSED.
003900*****************************************************************
003910 3000-PROCESS-ONE-STUDENT.
003920     IF WS-STUDENT-ID-LINE NOT NUMERIC
003930         DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
003940     ELSE
003950         MOVE WS-STUDENT-ID-LINE TO WS-WANTED-STUDENT-ID
003960         PERFORM 3100-FIND-STUDENT THRU 3100-EXIT
003970         EVALUATE TRUE
003980             WHEN NOT WS-STUDENT-FOUND
003990                 DISPLAY "*** STUDENT " WS-WANTED-STUDENT-ID
004000                     " IS NOT ON STUDENTS.DAT OR STUDHIST.DAT ***"
004010             WHEN WS-ON-HISTORY AND WS-HIST-ENTERED-IN-ERROR
004020                 DISPLAY "*** STUDENT " WS-WANTED-STUDENT-ID
004030                     " WAS REMOVED AS ENTERED IN ERROR - NO "
004040                     "VERIFICATION PRINTED ***"
004050             WHEN OTHER
004060                 PERFORM 3300-GET-TERM THRU 3300-EXIT
004070                 IF WS-TERM-FOUND
004080                     PERFORM 3400-TOTAL-TERM-HOURS THRU 3400-EXIT
004090                     PERFORM 3600-SEARCH-DROPS THRU 3600-EXIT
004100                     PERFORM 3800-DECIDE-LOAD-STATUS
004110                         THRU 3800-EXIT
004120                     PERFORM 5000-PRINT-LETTER THRU 5000-EXIT
004130                     ADD 1 TO WS-LETTER-COUNT
004140                     DISPLAY "VERIFICATION PRINTED FOR STUDENT "
004150                         WS-WANTED-STUDENT-ID " TERM " TERM-CODE
004160                         " - " WS-STATUS-TEXT
004170                 END-IF
004180         END-EVALUATE
004190     END-IF
004200
004210     PERFORM 2000-GET-STUDENT-ID THRU 2000-EXIT
004220 3000-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260* 3100-FIND-STUDENT - KEYED READ OF STUDENTS.DAT FIRST, THEN THE
004270* STUDHIST.DAT ARCHIVE, THE SAME AS TRANSCRIPT.  A STUDENT ON
004280* THE MASTER HAS NOT BEEN REMOVED, WHATEVER AN OLD ARCHIVE
004290* RECORD SAYS, SO THE REMOVAL FIELDS ARE ONLY SET OFF THE
004300* ARCHIVE WHEN THE MASTER HAS NO RECORD.
004310*****************************************************************
004320 3100-FIND-STUDENT.
004330     MOVE "N" TO WS-STUDENT-FOUND-SWITCH
004340     MOVE "N" TO WS-ON-HISTORY-SWITCH
004350     MOVE SPACE TO WS-HIST-REASON
004360     MOVE ZERO TO WS-HIST-EFFECTIVE-DATE
004370     MOVE WS-WANTED-STUDENT-ID TO DATA-ID
004380     READ STUDENT-FILE
004390         INVALID KEY
004400             PERFORM 3200-SEARCH-HISTORY THRU 3200-EXIT
004410         NOT INVALID KEY
004420             MOVE "Y" TO WS-STUDENT-FOUND-SWITCH
004430     END-READ
004440 3100-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480* 3200-SEARCH-HISTORY - SWEEP THE STUDHIST.DAT ARCHIVE FOR THE
004490* WANTED ID.  OPENED AND CLOSED PER SEARCH - THE FILE ONLY
004500* GROWS, SO A LATER INQUIRY IN THE SAME SITTING MUST SEE A
004510* FRESH PASS.  THE LAST RECORD UNDER THE ID WINS.
004520*****************************************************************
004530 3200-SEARCH-HISTORY.
004540     MOVE "N" TO WS-HISTORY-EOF-SWITCH
004550     OPEN INPUT HISTORY-FILE
004560     IF NOT WS-HISTORY-FILE-OK
004570         MOVE "Y" TO WS-HISTORY-EOF-SWITCH
004580     ELSE
004590         PERFORM 3250-READ-AND-MATCH-HISTORY THRU 3250-EXIT
004600             UNTIL WS-HISTORY-EOF
004610         CLOSE HISTORY-FILE
004620     END-IF
004630 3200-EXIT.
004640     EXIT.
004650
004660 3250-READ-AND-MATCH-HISTORY.
004670     READ HISTORY-FILE
004680         AT END
004690             MOVE "Y" TO WS-HISTORY-EOF-SWITCH
004700         NOT AT END
004710             IF HIST-STUDENT-ID = WS-WANTED-STUDENT-ID
004720                 MOVE "Y" TO WS-STUDENT-FOUND-SWITCH
004730                 MOVE "Y" TO WS-ON-HISTORY-SWITCH
004740                 MOVE HIST-STUDENT-NAME
004750                     TO STUDENT-NAME OF DATA-REC
004760                 MOVE HIST-STUDENT-INITIALS
004770                     TO STUDENT-INITIALS OF DATA-REC
004780                 MOVE HIST-DOB TO DATA-DOB
004790                 MOVE HIST-REMOVAL-REASON TO WS-HIST-REASON
004800                 MOVE HIST-EFFECTIVE-DATE
004810                     TO WS-HIST-EFFECTIVE-DATE
004820             END-IF
004830     END-READ
004840 3250-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880* 3300-GET-TERM - THE TERM MUST BE ON THE TERM MASTER - ITS
004890* DATES GO ON THE LETTER.
004900*****************************************************************
004910 3300-GET-TERM.
004920     MOVE "N" TO WS-TERM-FOUND-SWITCH
004930     DISPLAY "ENTER TERM CODE TO VERIFY"
004940     MOVE SPACES TO WS-TERM-INPUT
004950     ACCEPT WS-TERM-INPUT
004960     MOVE WS-TERM-INPUT TO TERM-CODE
004970     READ TERM-FILE
004980         INVALID KEY
004990             DISPLAY "*** TERM " WS-TERM-INPUT
005000                 " IS NOT ON TERMS.DAT - NO LETTER PRINTED ***"
005010         NOT INVALID KEY
005020             MOVE "Y" TO WS-TERM-FOUND-SWITCH
005030     END-READ
005040 3300-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080* 3400-TOTAL-TERM-HOURS - POSITION ENROLL.DAT AT THE FIRST
005090* RECORD UNDER THE WANTED ID AND ADD UP THE CREDIT HOURS OF
005100* EVERY COURSE IN THE TERM.  A "W " GRADE CARRIES NO HOURS BUT
005110* IS NOTED - IT IS A WITHDRAWAL IF NOTHING ELSE IS LEFT.  A
005120* COURSE NO LONGER ON COURSES.DAT COUNTS NO HOURS.
005130*****************************************************************
005140 3400-TOTAL-TERM-HOURS.
005150     MOVE ZERO TO WS-TERM-HOURS
005160     MOVE "N" TO WS-W-GRADE-SWITCH
005170     MOVE "N" TO WS-ENROLLED-SWITCH
005180     MOVE "N" TO WS-ENROLL-EOF-SWITCH
005190     MOVE WS-WANTED-STUDENT-ID TO ENROLL-STUDENT-ID
005200     MOVE LOW-VALUES TO ENROLL-COURSE-CODE
005210     MOVE LOW-VALUES TO ENROLL-TERM
005220     START ENROLL-FILE KEY NOT < ENROLL-KEY
005230         INVALID KEY
005240             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005250     END-START
005260     PERFORM 3500-READ-AND-ADD-ENROLL THRU 3500-EXIT
005270         UNTIL WS-ENROLL-EOF
005280 3400-EXIT.
005290     EXIT.
005300
005310 3500-READ-AND-ADD-ENROLL.
005320     READ ENROLL-FILE NEXT RECORD
005330         AT END
005340             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005350         NOT AT END
005360             IF ENROLL-STUDENT-ID NOT = WS-WANTED-STUDENT-ID
005370                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005380             ELSE
005390                 IF ENROLL-TERM = TERM-CODE
005400                     IF ENROLL-GRADE = "W "
005410                         MOVE "Y" TO WS-W-GRADE-SWITCH
005420                     ELSE
005430                         MOVE "Y" TO WS-ENROLLED-SWITCH
005440                         MOVE ENROLL-COURSE-CODE
005450                             TO COURSE-CODE OF COURSE-REC
005460                         READ COURSE-FILE
005470                             INVALID KEY
005480                                 CONTINUE
005490                             NOT INVALID KEY
005500                                 ADD COURSE-CREDIT-HOURS
005510                                     TO WS-TERM-HOURS
005520                         END-READ
005530                     END-IF
005540                 END-IF
005550             END-IF
005560     END-READ
005570 3500-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* 3600-SEARCH-DROPS - SWEEP DROPLOG.DAT FOR DROPS OF THE WANTED
005620* STUDENT IN THE TERM, KEEPING THE LATEST EFFECTIVE DATE.  A
005630* DROP KEYED IN ERROR DOES NOT COUNT.  OPENED AND CLOSED PER
005640* SEARCH LIKE STUDHIST.DAT.
005650*****************************************************************
005660 3600-SEARCH-DROPS.
005670     MOVE "N" TO WS-DROPPED-SWITCH
005680     MOVE ZERO TO WS-LAST-DROP-DATE
005690     MOVE "N" TO WS-DROP-EOF-SWITCH
005700     OPEN INPUT DROP-FILE
005710     IF NOT WS-DROP-FILE-OK
005720         MOVE "Y" TO WS-DROP-EOF-SWITCH
005730     ELSE
005740         PERFORM 3650-READ-AND-MATCH-DROP THRU 3650-EXIT
005750             UNTIL WS-DROP-EOF
005760         CLOSE DROP-FILE
005770     END-IF
005780 3600-EXIT.
005790     EXIT.
005800
005810 3650-READ-AND-MATCH-DROP.
005820     READ DROP-FILE
005830         AT END
005840             MOVE "Y" TO WS-DROP-EOF-SWITCH
005850         NOT AT END
005860             IF DROP-STUDENT-ID = WS-WANTED-STUDENT-ID
005870                 AND DROP-TERM = TERM-CODE
005880                 AND NOT DROP-ENTERED-IN-ERROR
005890                 MOVE "Y" TO WS-DROPPED-SWITCH
005900                 IF DROP-EFFECTIVE-DATE > WS-LAST-DROP-DATE
005910                     MOVE DROP-EFFECTIVE-DATE TO WS-LAST-DROP-DATE
005920                 END-IF
005930             END-IF
005940     END-READ
005950 3650-EXIT.
005960     EXIT.
005970
005980*****************************************************************
005990* 3800-DECIDE-LOAD-STATUS - THE SAME RULES AS ENRLSTATUS.
006000*   WITHDRAWN     - REMOVED AS WITHDREW NO LATER THAN THE TERM
006010*                   END, HAVING BEEN IN THE TERM; EFFECTIVE ON
006020*                   THE REMOVAL DATE.  OR NO HOURS LEFT AFTER A
006030*                   DROP OR A "W " GRADE; EFFECTIVE ON THE LAST
006040*                   DROP, OR THE TERM END WHEN ONLY A "W " SAYS
006050*                   SO (NO WITHDRAWAL DATE IS KEPT FOR A GRADE).
006060*   NOT ENROLLED  - NOTHING IN THE TERM AT ALL.
006070*   OTHERWISE THE HOURS AGAINST THE LOADPRM.DAT LINES, EFFECTIVE
006080*   FROM THE TERM START - ENROLLED ONLY IN COURSES WITH NO HOURS
006090*   ON FILE IS LESS THAN HALF-TIME.
006100*****************************************************************
006110 3800-DECIDE-LOAD-STATUS.
006120     MOVE SPACE TO LOAD-STATUS-CODE
006130     MOVE TERM-START-DATE TO WS-EFFECTIVE-DATE
006140     EVALUATE TRUE
006150         WHEN WS-ON-HISTORY AND WS-HIST-WITHDREW
006160             AND WS-HIST-EFFECTIVE-DATE NOT > TERM-END-DATE
006170             AND (WS-ENROLLED-IN-TERM OR WS-DROPPED-IN-TERM
006180                  OR WS-W-GRADE-SEEN)
006190             MOVE "W" TO LOAD-STATUS-CODE
006200             MOVE WS-HIST-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
006210         WHEN WS-TERM-HOURS > ZERO
006220             PERFORM 3850-CLASSIFY-HOURS THRU 3850-EXIT
006230         WHEN WS-DROPPED-IN-TERM
006240             MOVE "W" TO LOAD-STATUS-CODE
006250             MOVE WS-LAST-DROP-DATE TO WS-EFFECTIVE-DATE
006260         WHEN WS-W-GRADE-SEEN
006270             MOVE "W" TO LOAD-STATUS-CODE
006280             MOVE TERM-END-DATE TO WS-EFFECTIVE-DATE
006290         WHEN WS-ENROLLED-IN-TERM
006300             MOVE "L" TO LOAD-STATUS-CODE
006310         WHEN OTHER
006320             CONTINUE
006330     END-EVALUATE
006340
006350     EVALUATE TRUE
006360         WHEN LOAD-FULL-TIME
006370             MOVE "FULL-TIME"             TO WS-STATUS-TEXT
006380         WHEN LOAD-THREE-QUARTER
006390             MOVE "THREE-QUARTER-TIME"    TO WS-STATUS-TEXT
006400         WHEN LOAD-HALF-TIME
006410             MOVE "HALF-TIME"             TO WS-STATUS-TEXT
006420         WHEN LOAD-LESS-THAN-HALF
006430             MOVE "LESS THAN HALF-TIME"   TO WS-STATUS-TEXT
006440         WHEN LOAD-WITHDRAWN
006450             MOVE "WITHDRAWN"             TO WS-STATUS-TEXT
006460         WHEN OTHER
006470             MOVE "NOT ENROLLED"          TO WS-STATUS-TEXT
006480     END-EVALUATE
006490 3800-EXIT.
006500     EXIT.
006510
006520 3850-CLASSIFY-HOURS.
006530     EVALUATE TRUE
006540         WHEN WS-TERM-HOURS NOT < LPRM-FULL-TIME-HOURS
006550             MOVE "F" TO LOAD-STATUS-CODE
006560         WHEN WS-TERM-HOURS NOT < LPRM-THREE-QTR-HOURS
006570             MOVE "Q" TO LOAD-STATUS-CODE
006580         WHEN WS-TERM-HOURS NOT < LPRM-HALF-TIME-HOURS
006590             MOVE "H" TO LOAD-STATUS-CODE
006600         WHEN OTHER
006610             MOVE "L" TO LOAD-STATUS-CODE
006620     END-EVALUATE
006630 3850-EXIT.
006640     EXIT.
006650
006660*****************************************************************
006670* 5000-PRINT-LETTER - ONE PAGE PER LETTER.  THE THRESHOLDS ARE
006680* PRINTED ON IT SO THE READER KNOWS WHAT OUR FULL-TIME MEANS.
006690*****************************************************************
006700 5000-PRINT-LETTER.
006710     MOVE WS-THIS-RUN-DATE TO LTR-LETTER-DATE
006720     IF WS-LETTER-COUNT = ZERO
006730         WRITE PRINT-LINE FROM LTR-HEAD-LINE-1
006740     ELSE
006750         WRITE PRINT-LINE FROM LTR-HEAD-LINE-1
006760             AFTER ADVANCING PAGE
006770     END-IF
006780     WRITE PRINT-LINE FROM LTR-HEAD-LINE-2
006790         AFTER ADVANCING 1 LINE
006800
006810     MOVE STUDENT-NAME OF DATA-REC     TO LTR-STUDENT-NAME
006820     MOVE STUDENT-INITIALS OF DATA-REC TO LTR-STUDENT-INITIALS
006830     WRITE PRINT-LINE FROM LTR-STUDENT-LINE
006840         AFTER ADVANCING 3 LINES
006850     MOVE WS-WANTED-STUDENT-ID TO LTR-STUDENT-ID
006860     WRITE PRINT-LINE FROM LTR-ID-LINE
006870         AFTER ADVANCING 1 LINE
006880     MOVE DATA-DOB TO LTR-DOB
006890     WRITE PRINT-LINE FROM LTR-DOB-LINE
006900         AFTER ADVANCING 1 LINE
006910
006920     MOVE "TO WHOM IT MAY CONCERN:" TO LTR-TEXT
006930     WRITE PRINT-LINE FROM LTR-TEXT-LINE
006940         AFTER ADVANCING 3 LINES
006950     MOVE "THE OFFICE OF THE REGISTRAR CERTIFIES FROM ITS RECORDS"
006960         TO LTR-TEXT
006970     WRITE PRINT-LINE FROM LTR-TEXT-LINE
006980         AFTER ADVANCING 2 LINES
006990     MOVE "THE ENROLLMENT OF THE STUDENT NAMED ABOVE FOR THE TERM"
007000         TO LTR-TEXT
007010     WRITE PRINT-LINE FROM LTR-TEXT-LINE
007020         AFTER ADVANCING 1 LINE
007030     MOVE "SHOWN BELOW, AS OF THE DATE OF THIS LETTER."
007040         TO LTR-TEXT
007050     WRITE PRINT-LINE FROM LTR-TEXT-LINE
007060         AFTER ADVANCING 1 LINE
007070
007080     MOVE TERM-CODE        TO LTR-TERM-CODE
007090     MOVE TERM-DESCRIPTION TO LTR-TERM-DESCRIPTION
007100     WRITE PRINT-LINE FROM LTR-TERM-LINE
007110         AFTER ADVANCING 2 LINES
007120     MOVE TERM-START-DATE TO LTR-TERM-START
007130     MOVE TERM-END-DATE   TO LTR-TERM-END
007140     WRITE PRINT-LINE FROM LTR-DATES-LINE
007150         AFTER ADVANCING 1 LINE
007160     MOVE WS-TERM-HOURS TO LTR-HOURS
007170     WRITE PRINT-LINE FROM LTR-HOURS-LINE
007180         AFTER ADVANCING 1 LINE
007190     MOVE WS-STATUS-TEXT TO LTR-STATUS
007200     WRITE PRINT-LINE FROM LTR-STATUS-LINE
007210         AFTER ADVANCING 1 LINE
007220     IF LOAD-STATUS-CODE NOT = SPACE
007230         MOVE WS-EFFECTIVE-DATE TO LTR-EFFECTIVE-DATE
007240         WRITE PRINT-LINE FROM LTR-EFFECTIVE-LINE
007250             AFTER ADVANCING 1 LINE
007260     END-IF
007270     IF WS-ON-HISTORY
007280         PERFORM 5100-PRINT-REMOVAL-LINE THRU 5100-EXIT
007290     END-IF
007300
007310     MOVE "ENROLLMENT STATUS IS SET BY CREDIT HOURS CARRIED -"
007320         TO LTR-TEXT
007330     WRITE PRINT-LINE FROM LTR-TEXT-LINE
007340         AFTER ADVANCING 2 LINES
007350     MOVE LPRM-FULL-TIME-HOURS TO LTR-FULL-HOURS
007360     MOVE LPRM-THREE-QTR-HOURS TO LTR-THREE-QTR-HOURS
007370     MOVE LPRM-HALF-TIME-HOURS TO LTR-HALF-HOURS
007380     WRITE PRINT-LINE FROM LTR-THRESHOLD-LINE
007390         AFTER ADVANCING 1 LINE
007400
007410     WRITE PRINT-LINE FROM LTR-SIGNATURE-LINE
007420         AFTER ADVANCING 4 LINES
007430     WRITE PRINT-LINE FROM LTR-TITLE-LINE
007440         AFTER ADVANCING 1 LINE
007450 5000-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490* 5100-PRINT-REMOVAL-LINE - A LETTER PRINTED OFF THE ARCHIVE
007500* SAYS WHY AND WHEN THE STUDENT LEFT THE ROSTER, THE SAME AS
007510* TRANSCRIPT STAMPS ITS TRANSCRIPTS.
007520*****************************************************************
007530 5100-PRINT-REMOVAL-LINE.
007540     EVALUATE WS-HIST-REASON
007550         WHEN "G"
007560             MOVE "GRADUATED"        TO LTR-REMOVAL-REASON
007570         WHEN "W"
007580             MOVE "WITHDREW"         TO LTR-REMOVAL-REASON
007590         WHEN "D"
007600             MOVE "DECEASED"         TO LTR-REMOVAL-REASON
007610         WHEN "E"
007620             MOVE "ENTERED IN ERROR" TO LTR-REMOVAL-REASON
007630         WHEN OTHER
007640             MOVE "REMOVED"          TO LTR-REMOVAL-REASON
007650     END-EVALUATE
007660     MOVE WS-HIST-EFFECTIVE-DATE TO LTR-REMOVAL-DATE
007670     WRITE PRINT-LINE FROM LTR-REMOVED-LINE
007680         AFTER ADVANCING 1 LINE
007690 5100-EXIT.
007700     EXIT.
007710
007720*****************************************************************
007730* 8000-TERMINATE
007740*****************************************************************
007750 8000-TERMINATE.
007760     IF NOT WS-ABORT
007770         CLOSE ENROLL-FILE
007780         CLOSE STUDENT-FILE
007790         CLOSE COURSE-FILE
007800         CLOSE TERM-FILE
007810         CLOSE PRINT-FILE
007820         DISPLAY "ENRLVERIFY COMPLETE - " WS-LETTER-COUNT
007830             " LETTER(S) PRINTED."
007840     END-IF
007850 8000-EXIT.
007860     EXIT.
