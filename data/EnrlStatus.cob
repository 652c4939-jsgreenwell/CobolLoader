000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ENRLSTATUS.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* BUILDS ENRLSTAT.DAT, ONE TERM'S ENROLLMENT STATUS FILE FOR THE
000090* CLEARINGHOUSE (SEE ENRLSTAT.CPY), SO LENDERS AND INSURERS GET
000100* THEIR FULL-TIME / PART-TIME ANSWERS FROM THE CLEARINGHOUSE
000110* INSTEAD OF RINGING US EVERY WEEK.  ONE RECORD PER STUDENT IN
000120* THE TERM - ANYONE WITH AN ENROLL.DAT COURSE IN IT OR A
000130* DROPLOG.DAT DROP FROM IT - WITH THE TERM'S START AND END
000140* DATES OFF TERMS.DAT AND THE STUDENT'S LOAD STATUS.
000150*
000160* THE LOAD STATUS FOLLOWS EXACTLY THE RULES ENRLVERIFY PRINTS
000170* ON ITS LETTERS - CREDIT HOURS CARRIED (NO "W " GRADES)
000180* AGAINST THE LOADPRM.DAT THRESHOLDS, OR WITHDRAWN WHEN
000190* STUDENTPURGE REMOVED THE STUDENT AS WITHDREW (STUDHIST.DAT)
000200* NO LATER THAN THE TERM END, OR WHEN NO HOURS ARE LEFT AFTER
000210* DROPS (DROPLOG.DAT) OR "W " GRADES.  A DROP KEYED IN ERROR
000220* (REASON E) IS IGNORED, AND A STUDENT REMOVED AS ENTERED IN
000230* ERROR IS NEVER SENT.  THE ARCHIVE ONLY COUNTS FOR A STUDENT
000240* NO LONGER ON STUDENTS.DAT - ONE BACK ON THE MASTER IS CURRENT,
000250* WHATEVER AN EARLIER REMOVAL SAID, THE SAME AS ENRLVERIFY.
000260*
000270* ENROLL.DAT COMES IN STUDENT ORDER, BUT DROPS ADD STUDENTS WHO
000280* HAVE NOTHING LEFT ON IT, SO THE TERM'S STUDENTS ARE GATHERED
000290* INTO A TABLE AND PUT BACK IN ID ORDER BEFORE WRITING.  ROOM
000300* FOR 5000, THE SAME AS GRADERECON - THE RUN STOPS WITH A
000310* MESSAGE RATHER THAN SEND A SHORT FILE.  THE FILE ENDS WITH
000320* ONE "T" CONTROL TRAILER - RECORD COUNT, COUNTS BY STATUS AND
000330* A STUDENT ID HASH TOTAL - LIKE GRADEXTR.DAT.  A FULL FILE IS
000340* BUILT EVERY RUN - THE CLEARINGHOUSE REPLACES THE TERM WHOLE.
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
000510     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS DATA-ID
000550         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000580
000590     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS COURSE-CODE OF COURSE-REC
000630         FILE STATUS IS WS-COURSE-FILE-STATUS.
000640
000650     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS TERM-CODE
000690         FILE STATUS IS WS-TERM-FILE-STATUS.
000700
000710     SELECT HISTORY-FILE ASSIGN TO "STUDHIST.DAT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000740
000750     SELECT DROP-FILE ASSIGN TO "DROPLOG.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-DROP-FILE-STATUS.
000780
000790     SELECT PARM-FILE ASSIGN TO "LOADPRM.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-PARM-FILE-STATUS.
000820
000830     SELECT STATUS-FILE ASSIGN TO "ENRLSTAT.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-STATUS-FILE-STATUS.
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
001050 FD  HISTORY-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY STUDHIST.
001080
001090 FD  DROP-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY DROPREC.
001120
001130 FD  PARM-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  PARM-FILE-REC                   PIC X(29).
001160
001170 FD  STATUS-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY ENRLSTAT.
001200
001210 WORKING-STORAGE SECTION.
001220 01  WS-SWITCHES.
001230     05  WS-ENROLL-FILE-STATUS       PIC X(02).
001240         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
001250     05  WS-STUDENT-FILE-STATUS      PIC X(02).
001260         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
001270     05  WS-COURSE-FILE-STATUS       PIC X(02).
001280         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
001290     05  WS-TERM-FILE-STATUS         PIC X(02).
001300         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
001310     05  WS-HISTORY-FILE-STATUS      PIC X(02).
001320         88  WS-HISTORY-FILE-OK      VALUE "00".
001330     05  WS-DROP-FILE-STATUS         PIC X(02).
001340         88  WS-DROP-FILE-OK         VALUE "00".
001350     05  WS-PARM-FILE-STATUS         PIC X(02).
001360         88  WS-PARM-FILE-OK         VALUE "00".
001370     05  WS-STATUS-FILE-STATUS       PIC X(02).
001380     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001390         88  WS-ABORT                VALUE "Y".
001400     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
001410         88  WS-FILES-OPEN           VALUE "Y".
001420     05  WS-OUTPUT-OPEN-SWITCH       PIC X(01) VALUE "N".
001430         88  WS-OUTPUT-OPEN          VALUE "Y".
001440     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001450         88  WS-ENROLL-EOF           VALUE "Y".
001460     05  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
001470         88  WS-HISTORY-EOF          VALUE "Y".
001480     05  WS-DROP-EOF-SWITCH          PIC X(01) VALUE "N".
001490         88  WS-DROP-EOF             VALUE "Y".
001500     05  WS-ID-FOUND-SWITCH          PIC X(01) VALUE "N".
001510         88  WS-ID-FOUND             VALUE "Y".
001520     05  WS-ON-STUDENTS-SWITCH       PIC X(01) VALUE "N".
001530         88  WS-ON-STUDENTS          VALUE "Y".
001540
001550 01  WS-TERM-INPUT                   PIC X(05).
001560 01  WS-SEARCH-ID                    PIC 9(12).
001570 01  WS-EFFECTIVE-DATE               PIC 9(08).
001580
001590*****************************************************************
001600* THE TERM'S STUDENTS - HOURS CARRIED, WHETHER A "W " GRADE OR
001610* A DROP WAS SEEN AND THE LATEST DROP DATE, AND THE LAST
001620* STUDHIST.DAT RECORD UNDER THE ID (NAME AND BIRTH DATE TOO, FOR
001630* A STUDENT NO LONGER ON STUDENTS.DAT).
001640*****************************************************************
001650 01  WS-STUDENT-TABLE-AREA.
001660     05  WS-STUDENT-COUNT            PIC 9(05) COMP VALUE ZERO.
001670     05  WS-STUDENT-MAX              PIC 9(05) COMP VALUE 5000.
001680     05  WS-STUDENT-ENTRY OCCURS 5000 TIMES.
001690         10  WS-TBL-STUDENT-ID       PIC 9(12).
001700         10  WS-TBL-HOURS            PIC 9(03)V9.
001710         10  WS-TBL-W-GRADE-FLAG     PIC X(01).
001720         10  WS-TBL-DROP-FLAG        PIC X(01).
001730         10  WS-TBL-DROP-DATE        PIC 9(08).
001740         10  WS-TBL-HIST-REASON      PIC X(01).
001750         10  WS-TBL-HIST-DATE        PIC 9(08).
001760         10  WS-TBL-HIST-NAME        PIC X(22).
001770         10  WS-TBL-HIST-INITIALS    PIC X(03).
001780         10  WS-TBL-HIST-DOB         PIC X(08).
001790
001800 01  WS-SORT-HOLD-ENTRY              PIC X(68).
001810
001820 01  WS-SUBSCRIPTS.
001830     05  WS-STU-SUB                  PIC 9(05) COMP.
001840     05  WS-OUT-SUB                  PIC 9(05) COMP.
001850     05  WS-SORT-I                   PIC 9(05) COMP.
001860     05  WS-SORT-J                   PIC 9(05) COMP.
001870     05  WS-SORT-J-START             PIC 9(05) COMP.
001880
001890*****************************************************************
001900* THE LOAD THRESHOLDS, AND THE SHARED LOAD STATUS CODES.
001910*****************************************************************
001920 COPY LOADPRM.
001930
001940*****************************************************************
001950* RUN-END CONTROL TOTALS - THE SAME NUMBERS STAMPED ON THE "T"
001960* TRAILER SO THE CONSOLE AND THE FILE AGREE.
001970*****************************************************************
001980 01  WS-RUN-TOTALS.
001990     05  WS-TOTAL-RECORD-COUNT       PIC 9(08) COMP VALUE ZERO.
002000     05  WS-FULL-COUNT               PIC 9(08) COMP VALUE ZERO.
002010     05  WS-THREE-QTR-COUNT          PIC 9(08) COMP VALUE ZERO.
002020     05  WS-HALF-COUNT               PIC 9(08) COMP VALUE ZERO.
002030     05  WS-LESS-HALF-COUNT          PIC 9(08) COMP VALUE ZERO.
002040     05  WS-WITHDRAWN-COUNT          PIC 9(08) COMP VALUE ZERO.
002050     05  WS-IN-ERROR-COUNT           PIC 9(08) COMP VALUE ZERO.
002060     05  WS-NO-COURSE-COUNT          PIC 9(08) COMP VALUE ZERO.
002070     05  WS-ID-HASH-TOTAL            PIC 9(18) VALUE ZERO.
002080
002090 PROCEDURE DIVISION.
002100*****************************************************************
002110* 0000-MAINLINE
002120*****************************************************************
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150
002160     IF NOT WS-ABORT
002170         PERFORM 2000-GATHER-ENROLLMENTS THRU 2000-EXIT
002180     END-IF
002190     IF NOT WS-ABORT
002200         PERFORM 3000-GATHER-DROPS THRU 3000-EXIT
002210     END-IF
002220     IF NOT WS-ABORT
002230         PERFORM 3500-GATHER-REMOVALS THRU 3500-EXIT
002240         PERFORM 4000-SORT-STUDENT-TABLE THRU 4000-EXIT
002250         PERFORM 5000-WRITE-STATUS-RECORDS THRU 5000-EXIT
002260         PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT
002270     END-IF
002280
002290     PERFORM 8000-TERMINATE THRU 8000-EXIT
002300     GOBACK.
002310
002320*****************************************************************
002330* 1000-INITIALIZE - THE THRESHOLDS, ENROLL.DAT, STUDENTS.DAT,
002340* COURSES.DAT AND TERMS.DAT ARE ALL REQUIRED, AND THE TERM KEYED
002350* MUST BE ON TERMS.DAT.  NO STUDHIST.DAT OR DROPLOG.DAT JUST
002360* MEANS NOBODY HAS BEEN REMOVED OR DROPPED YET.
002370*****************************************************************
002380 1000-INITIALIZE.
002390     PERFORM 1200-LOAD-THRESHOLDS THRU 1200-EXIT
002400
002410     IF NOT WS-ABORT
002420         OPEN INPUT ENROLL-FILE
002430         IF WS-ENROLL-FILE-NOT-FOUND
002440             DISPLAY "*** ENROLL.DAT NOT FOUND - "
002450                 "RUN ENROLLWRITER FIRST ***"
002460             MOVE "Y" TO WS-ABORT-SWITCH
002470         END-IF
002480     END-IF
002490
002500     IF NOT WS-ABORT
002510         OPEN INPUT STUDENT-FILE
002520         IF WS-STUDENT-FILE-NOT-FOUND
002530             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
002540                 "RUN STUDENTWRITER FIRST ***"
002550             MOVE "Y" TO WS-ABORT-SWITCH
002560             CLOSE ENROLL-FILE
002570         END-IF
002580     END-IF
002590
002600     IF NOT WS-ABORT
002610         OPEN INPUT COURSE-FILE
002620         IF WS-COURSE-FILE-NOT-FOUND
002630             DISPLAY "*** COURSES.DAT NOT FOUND - "
002640                 "RUN COURSEWRITER FIRST ***"
002650             MOVE "Y" TO WS-ABORT-SWITCH
002660             CLOSE ENROLL-FILE
002670             CLOSE STUDENT-FILE
002680         END-IF
002690     END-IF
002700
002710     IF NOT WS-ABORT
002720         OPEN INPUT TERM-FILE
002730         IF WS-TERM-FILE-NOT-FOUND
002740             DISPLAY "*** TERMS.DAT NOT FOUND - "
002750                 "RUN TERMWRITER FIRST ***"
002760             MOVE "Y" TO WS-ABORT-SWITCH
002770             CLOSE ENROLL-FILE
002780             CLOSE STUDENT-FILE
002790             CLOSE COURSE-FILE
002800         ELSE
002810             MOVE "Y" TO WS-FILES-OPEN-SWITCH
002820         END-IF
002830     END-IF
002840
002850     IF NOT WS-ABORT
002860         DISPLAY "ENTER TERM CODE FOR THE CLEARINGHOUSE FILE"
002870         MOVE SPACES TO WS-TERM-INPUT
002880         ACCEPT WS-TERM-INPUT
002890         MOVE WS-TERM-INPUT TO TERM-CODE
002900         READ TERM-FILE
002910             INVALID KEY
002920                 DISPLAY "*** TERM " WS-TERM-INPUT
002930                     " IS NOT ON TERMS.DAT ***"
002940                 MOVE "Y" TO WS-ABORT-SWITCH
002950         END-READ
002960     END-IF
002970
002980     IF NOT WS-ABORT
002990         OPEN OUTPUT STATUS-FILE
003000         MOVE "Y" TO WS-OUTPUT-OPEN-SWITCH
003010         DISPLAY "ENRLSTATUS - TERM " TERM-CODE
003020             " ENROLLMENT STATUS TO ENRLSTAT.DAT"
003030     END-IF
003040 1000-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080* 1200-LOAD-THRESHOLDS - LOADPRM.DAT IS REQUIRED.  THE RUN WILL
003090* NOT GUESS AT WHAT WE CERTIFY AS FULL-TIME.
003100*****************************************************************
003110 1200-LOAD-THRESHOLDS.
003120     OPEN INPUT PARM-FILE
003130     IF NOT WS-PARM-FILE-OK
003140         DISPLAY "*** LOADPRM.DAT NOT FOUND - RUN LOADPARM "
003150             "FIRST ***"
003160         MOVE "Y" TO WS-ABORT-SWITCH
003170     ELSE
003180         READ PARM-FILE INTO LOAD-PARM-REC
003190             AT END
003200                 DISPLAY "*** LOADPRM.DAT IS EMPTY - RUN "
003210                     "LOADPARM FIRST ***"
003220                 MOVE "Y" TO WS-ABORT-SWITCH
003230         END-READ
003240         CLOSE PARM-FILE
003250     END-IF
003260 1200-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300* 2000-GATHER-ENROLLMENTS - ENROLL.DAT IN KEY ORDER.  EACH
003310* STUDENT'S COURSES ARE TOGETHER, SO A NEW ID IN THE TERM IS A
003320* NEW TABLE ENTRY.
003330*****************************************************************
003340 2000-GATHER-ENROLLMENTS.
003350     PERFORM 2100-READ-ENROLL THRU 2100-EXIT
003360     PERFORM 2200-TABLE-ONE-ENROLLMENT THRU 2200-EXIT
003370         UNTIL WS-ENROLL-EOF OR WS-ABORT
003380 2000-EXIT.
003390     EXIT.
003400
003410 2100-READ-ENROLL.
003420     READ ENROLL-FILE NEXT RECORD
003430         AT END
003440             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003450     END-READ
003460 2100-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500* 2200-TABLE-ONE-ENROLLMENT - A "W " GRADE CARRIES NO HOURS BUT
003510* IS NOTED.  A COURSE NO LONGER ON COURSES.DAT COUNTS NO HOURS.
003520*****************************************************************
003530 2200-TABLE-ONE-ENROLLMENT.
003540     IF ENROLL-TERM = TERM-CODE
003550         IF WS-STUDENT-COUNT = ZERO
003560             PERFORM 2300-ADD-STUDENT-ENTRY THRU 2300-EXIT
003570         ELSE
003580             IF ENROLL-STUDENT-ID
003590                 NOT = WS-TBL-STUDENT-ID (WS-STUDENT-COUNT)
003600                 PERFORM 2300-ADD-STUDENT-ENTRY THRU 2300-EXIT
003610             END-IF
003620         END-IF
003630         IF NOT WS-ABORT
003640             IF ENROLL-GRADE = "W "
003650                 MOVE "Y"
003660                     TO WS-TBL-W-GRADE-FLAG (WS-STUDENT-COUNT)
003670             ELSE
003680                 MOVE ENROLL-COURSE-CODE
003690                     TO COURSE-CODE OF COURSE-REC
003700                 READ COURSE-FILE
003710                     INVALID KEY
003720                         ADD 1 TO WS-NO-COURSE-COUNT
003730                     NOT INVALID KEY
003740                         ADD COURSE-CREDIT-HOURS
003750                             TO WS-TBL-HOURS (WS-STUDENT-COUNT)
003760                 END-READ
003770             END-IF
003780         END-IF
003790     END-IF
003800     PERFORM 2100-READ-ENROLL THRU 2100-EXIT
003810 2200-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850* 2300-ADD-STUDENT-ENTRY - A NEW STUDENT ON THE END OF THE TABLE
003860* UNDER ENROLL-STUDENT-ID, OR UNDER WS-SEARCH-ID WHEN A DROP
003870* BRINGS THE STUDENT IN.
003880*****************************************************************
003890 2300-ADD-STUDENT-ENTRY.
003900     IF WS-STUDENT-COUNT >= WS-STUDENT-MAX
003910         DISPLAY "*** MORE THAN " WS-STUDENT-MAX " STUDENTS IN "
003920             "THE TERM - TABLE FULL, RUN STOPPED ***"
003930         MOVE "Y" TO WS-ABORT-SWITCH
003940     ELSE
003950         ADD 1 TO WS-STUDENT-COUNT
003960         MOVE ENROLL-STUDENT-ID
003970             TO WS-TBL-STUDENT-ID (WS-STUDENT-COUNT)
003980         MOVE ZERO TO WS-TBL-HOURS (WS-STUDENT-COUNT)
003990         MOVE "N"  TO WS-TBL-W-GRADE-FLAG (WS-STUDENT-COUNT)
004000         MOVE "N"  TO WS-TBL-DROP-FLAG (WS-STUDENT-COUNT)
004010         MOVE ZERO TO WS-TBL-DROP-DATE (WS-STUDENT-COUNT)
004020         MOVE SPACE TO WS-TBL-HIST-REASON (WS-STUDENT-COUNT)
004030         MOVE ZERO TO WS-TBL-HIST-DATE (WS-STUDENT-COUNT)
004040         MOVE SPACES TO WS-TBL-HIST-NAME (WS-STUDENT-COUNT)
004050         MOVE SPACES TO WS-TBL-HIST-INITIALS (WS-STUDENT-COUNT)
004060         MOVE SPACES TO WS-TBL-HIST-DOB (WS-STUDENT-COUNT)
004070     END-IF
004080 2300-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120* 3000-GATHER-DROPS - EVERY DROP FROM THE TERM NOT KEYED IN
004130* ERROR.  A STUDENT NOT YET IN THE TABLE DROPPED EVERYTHING AND
004140* IS ADDED; THE LATEST DROP DATE IS KEPT EITHER WAY.
004150*****************************************************************
004160 3000-GATHER-DROPS.
004170     MOVE "N" TO WS-DROP-EOF-SWITCH
004180     OPEN INPUT DROP-FILE
004190     IF NOT WS-DROP-FILE-OK
004200         MOVE "Y" TO WS-DROP-EOF-SWITCH
004210     ELSE
004220         PERFORM 3100-READ-AND-TABLE-DROP THRU 3100-EXIT
004230             UNTIL WS-DROP-EOF OR WS-ABORT
004240         CLOSE DROP-FILE
004250     END-IF
004260 3000-EXIT.
004270     EXIT.
004280
004290 3100-READ-AND-TABLE-DROP.
004300     READ DROP-FILE
004310         AT END
004320             MOVE "Y" TO WS-DROP-EOF-SWITCH
004330         NOT AT END
004340             IF DROP-TERM = TERM-CODE
004350                 AND NOT DROP-ENTERED-IN-ERROR
004360                 MOVE DROP-STUDENT-ID TO WS-SEARCH-ID
004370                 PERFORM 3300-FIND-STUDENT-ENTRY THRU 3300-EXIT
004380                 IF NOT WS-ID-FOUND
004390                     MOVE DROP-STUDENT-ID TO ENROLL-STUDENT-ID
004400                     PERFORM 2300-ADD-STUDENT-ENTRY THRU 2300-EXIT
004410                     MOVE WS-STUDENT-COUNT TO WS-STU-SUB
004420                 END-IF
004430                 IF NOT WS-ABORT
004440                     MOVE "Y" TO WS-TBL-DROP-FLAG (WS-STU-SUB)
004450                     IF DROP-EFFECTIVE-DATE
004460                         > WS-TBL-DROP-DATE (WS-STU-SUB)
004470                         MOVE DROP-EFFECTIVE-DATE
004480                             TO WS-TBL-DROP-DATE (WS-STU-SUB)
004490                     END-IF
004500                 END-IF
004510             END-IF
004520     END-READ
004530 3100-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570* 3300-FIND-STUDENT-ENTRY - LINEAR SEARCH OF THE TABLE FOR
004580* WS-SEARCH-ID, LEAVING WS-STU-SUB ON THE ENTRY WHEN FOUND.
004590*****************************************************************
004600 3300-FIND-STUDENT-ENTRY.
004610     MOVE "N" TO WS-ID-FOUND-SWITCH
004620     PERFORM 3400-MATCH-STUDENT-ENTRY THRU 3400-EXIT
004630         VARYING WS-STU-SUB FROM 1 BY 1
004640         UNTIL WS-STU-SUB > WS-STUDENT-COUNT
004650             OR WS-ID-FOUND
004660     IF WS-ID-FOUND
004670         SUBTRACT 1 FROM WS-STU-SUB
004680     END-IF
004690 3300-EXIT.
004700     EXIT.
004710
004720 3400-MATCH-STUDENT-ENTRY.
004730     IF WS-TBL-STUDENT-ID (WS-STU-SUB) = WS-SEARCH-ID
004740         MOVE "Y" TO WS-ID-FOUND-SWITCH
004750     END-IF
004760 3400-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800* 3500-GATHER-REMOVALS - THE LAST STUDHIST.DAT RECORD FOR EACH
004810* STUDENT IN THE TABLE.  ONLY STUDENTS ALREADY IN THE TERM ARE
004820* LOOKED AT - A REMOVAL ALONE DOES NOT PUT ANYONE IN IT.
004830*****************************************************************
004840 3500-GATHER-REMOVALS.
004850     MOVE "N" TO WS-HISTORY-EOF-SWITCH
004860     OPEN INPUT HISTORY-FILE
004870     IF NOT WS-HISTORY-FILE-OK
004880         MOVE "Y" TO WS-HISTORY-EOF-SWITCH
004890     ELSE
004900         PERFORM 3600-READ-AND-MATCH-HISTORY THRU 3600-EXIT
004910             UNTIL WS-HISTORY-EOF
004920         CLOSE HISTORY-FILE
004930     END-IF
004940 3500-EXIT.
004950     EXIT.
004960
004970 3600-READ-AND-MATCH-HISTORY.
004980     READ HISTORY-FILE
004990         AT END
005000             MOVE "Y" TO WS-HISTORY-EOF-SWITCH
005010         NOT AT END
005020             MOVE HIST-STUDENT-ID TO WS-SEARCH-ID
005030             PERFORM 3300-FIND-STUDENT-ENTRY THRU 3300-EXIT
005040             IF WS-ID-FOUND
005050                 MOVE HIST-REMOVAL-REASON
005060                     TO WS-TBL-HIST-REASON (WS-STU-SUB)
005070                 MOVE HIST-EFFECTIVE-DATE
005080                     TO WS-TBL-HIST-DATE (WS-STU-SUB)
005090                 MOVE HIST-STUDENT-NAME
005100                     TO WS-TBL-HIST-NAME (WS-STU-SUB)
005110                 MOVE HIST-STUDENT-INITIALS
005120                     TO WS-TBL-HIST-INITIALS (WS-STU-SUB)
005130                 MOVE HIST-DOB
005140                     TO WS-TBL-HIST-DOB (WS-STU-SUB)
005150             END-IF
005160     END-READ
005170 3600-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210* 4000-SORT-STUDENT-TABLE - EXCHANGE SORT INTO STUDENT ID ORDER,
005220* THE SAME WAY TRANSCRIPT ORDERS ITS TABLE.  ONLY STUDENTS
005230* BROUGHT IN BY A DROP ARE OUT OF PLACE.
005240*****************************************************************
005250 4000-SORT-STUDENT-TABLE.
005260     IF WS-STUDENT-COUNT > 1
005270         PERFORM 4010-SORT-ONE-PASS THRU 4010-EXIT
005280             VARYING WS-SORT-I FROM 1 BY 1
005290             UNTIL WS-SORT-I >= WS-STUDENT-COUNT
005300     END-IF
005310 4000-EXIT.
005320     EXIT.
005330
005340 4010-SORT-ONE-PASS.
005350     COMPUTE WS-SORT-J-START = WS-SORT-I + 1
005360     PERFORM 4020-SORT-COMPARE THRU 4020-EXIT
005370         VARYING WS-SORT-J FROM WS-SORT-J-START BY 1
005380         UNTIL WS-SORT-J > WS-STUDENT-COUNT
005390 4010-EXIT.
005400     EXIT.
005410
005420 4020-SORT-COMPARE.
005430     IF WS-TBL-STUDENT-ID (WS-SORT-J)
005440         < WS-TBL-STUDENT-ID (WS-SORT-I)
005450         MOVE WS-STUDENT-ENTRY (WS-SORT-I) TO WS-SORT-HOLD-ENTRY
005460         MOVE WS-STUDENT-ENTRY (WS-SORT-J)
005470             TO WS-STUDENT-ENTRY (WS-SORT-I)
005480         MOVE WS-SORT-HOLD-ENTRY TO WS-STUDENT-ENTRY (WS-SORT-J)
005490     END-IF
005500 4020-EXIT.
005510     EXIT.
005520
005530*****************************************************************
005540* 5000-WRITE-STATUS-RECORDS - ONE "D" RECORD PER STUDENT, IN ID
005550* ORDER.
005560*****************************************************************
005570 5000-WRITE-STATUS-RECORDS.
005580     PERFORM 5100-WRITE-ONE-STUDENT THRU 5100-EXIT
005590         VARYING WS-OUT-SUB FROM 1 BY 1
005600         UNTIL WS-OUT-SUB > WS-STUDENT-COUNT
005610 5000-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650* 5100-WRITE-ONE-STUDENT - STUDENTS.DAT IS READ FIRST.  A
005660* STUDENT STILL (OR AGAIN) ON THE MASTER IS CURRENT, WHATEVER
005670* STUDHIST.DAT SAYS ABOUT AN EARLIER REMOVAL, SO THE ARCHIVE
005680* REASON AND DATE TABLED BY 3600 ARE CLEARED AND PLAY NO PART.
005690* OTHERWISE A STUDENT REMOVED AS ENTERED IN ERROR NEVER EXISTED
005700* AND IS NOT SENT.  THE NAME AND BIRTH DATE COME OFF
005710* STUDENTS.DAT, OR OFF THE ARCHIVE RECORD FOR A STUDENT NO
005720* LONGER THERE.
005730*****************************************************************
005740 5100-WRITE-ONE-STUDENT.
005750     MOVE WS-TBL-STUDENT-ID (WS-OUT-SUB) TO DATA-ID
005760     READ STUDENT-FILE
005770         INVALID KEY
005780             MOVE "N" TO WS-ON-STUDENTS-SWITCH
005790         NOT INVALID KEY
005800             MOVE "Y" TO WS-ON-STUDENTS-SWITCH
005810             MOVE SPACE TO WS-TBL-HIST-REASON (WS-OUT-SUB)
005820             MOVE ZERO TO WS-TBL-HIST-DATE (WS-OUT-SUB)
005830     END-READ
005840
005850     IF WS-TBL-HIST-REASON (WS-OUT-SUB) = "E"
005860         ADD 1 TO WS-IN-ERROR-COUNT
005870     ELSE
005880         PERFORM 5200-DECIDE-LOAD-STATUS THRU 5200-EXIT
005890
005900         MOVE SPACES TO ENRL-STATUS-REC
005910         MOVE "D" TO ENS-RECORD-TYPE
005920         MOVE WS-TBL-STUDENT-ID (WS-OUT-SUB) TO ENS-STUDENT-ID
005930         IF WS-ON-STUDENTS
005940             MOVE STUDENT-NAME OF DATA-REC TO ENS-STUDENT-NAME
005950             MOVE STUDENT-INITIALS OF DATA-REC
005960                 TO ENS-STUDENT-INITIALS
005970             MOVE DATA-DOB TO ENS-DOB
005980         ELSE
005990             MOVE WS-TBL-HIST-NAME (WS-OUT-SUB)
006000                 TO ENS-STUDENT-NAME
006010             MOVE WS-TBL-HIST-INITIALS (WS-OUT-SUB)
006020                 TO ENS-STUDENT-INITIALS
006030             MOVE WS-TBL-HIST-DOB (WS-OUT-SUB) TO ENS-DOB
006040         END-IF
006050         MOVE TERM-CODE         TO ENS-TERM
006060         MOVE TERM-START-DATE   TO ENS-TERM-START-DATE
006070         MOVE TERM-END-DATE     TO ENS-TERM-END-DATE
006080         MOVE LOAD-STATUS-CODE  TO ENS-LOAD-STATUS
006090         MOVE WS-EFFECTIVE-DATE TO ENS-EFFECTIVE-DATE
006100         MOVE WS-TBL-HOURS (WS-OUT-SUB) TO ENS-CREDIT-HOURS
006110         WRITE ENRL-STATUS-REC
006120
006130         EVALUATE TRUE
006140             WHEN LOAD-FULL-TIME
006150                 ADD 1 TO WS-FULL-COUNT
006160             WHEN LOAD-THREE-QUARTER
006170                 ADD 1 TO WS-THREE-QTR-COUNT
006180             WHEN LOAD-HALF-TIME
006190                 ADD 1 TO WS-HALF-COUNT
006200             WHEN LOAD-LESS-THAN-HALF
006210                 ADD 1 TO WS-LESS-HALF-COUNT
006220             WHEN OTHER
006230                 ADD 1 TO WS-WITHDRAWN-COUNT
006240         END-EVALUATE
006250         ADD 1 TO WS-TOTAL-RECORD-COUNT
006260         ADD WS-TBL-STUDENT-ID (WS-OUT-SUB) TO WS-ID-HASH-TOTAL
006270     END-IF
006280 5100-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320* 5200-DECIDE-LOAD-STATUS - THE SAME RULES AS ENRLVERIFY.
006330*   WITHDRAWN - REMOVED AS WITHDREW NO LATER THAN THE TERM END;
006340*               EFFECTIVE ON THE REMOVAL DATE.  OR NO HOURS LEFT
006350*               AFTER A DROP OR A "W " GRADE; EFFECTIVE ON THE
006360*               LAST DROP, OR THE TERM END WHEN ONLY A "W " SAYS
006370*               SO (NO WITHDRAWAL DATE IS KEPT FOR A GRADE).
006380*   OTHERWISE THE HOURS AGAINST THE LOADPRM.DAT LINES, EFFECTIVE
006390*   FROM THE TERM START - A STUDENT IN THE TERM ONLY FOR COURSES
006400*   WITH NO HOURS ON FILE IS LESS THAN HALF-TIME.
006410*****************************************************************
006420 5200-DECIDE-LOAD-STATUS.
006430     MOVE SPACE TO LOAD-STATUS-CODE
006440     MOVE TERM-START-DATE TO WS-EFFECTIVE-DATE
006450     EVALUATE TRUE
006460         WHEN WS-TBL-HIST-REASON (WS-OUT-SUB) = "W"
006470             AND WS-TBL-HIST-DATE (WS-OUT-SUB) NOT > TERM-END-DATE
006480             MOVE "W" TO LOAD-STATUS-CODE
006490             MOVE WS-TBL-HIST-DATE (WS-OUT-SUB)
006500                 TO WS-EFFECTIVE-DATE
006510         WHEN WS-TBL-HOURS (WS-OUT-SUB) > ZERO
006520             PERFORM 5300-CLASSIFY-HOURS THRU 5300-EXIT
006530         WHEN WS-TBL-DROP-FLAG (WS-OUT-SUB) = "Y"
006540             MOVE "W" TO LOAD-STATUS-CODE
006550             MOVE WS-TBL-DROP-DATE (WS-OUT-SUB)
006560                 TO WS-EFFECTIVE-DATE
006570         WHEN WS-TBL-W-GRADE-FLAG (WS-OUT-SUB) = "Y"
006580             MOVE "W" TO LOAD-STATUS-CODE
006590             MOVE TERM-END-DATE TO WS-EFFECTIVE-DATE
006600         WHEN OTHER
006610             MOVE "L" TO LOAD-STATUS-CODE
006620     END-EVALUATE
006630 5200-EXIT.
006640     EXIT.
006650
006660 5300-CLASSIFY-HOURS.
006670     EVALUATE TRUE
006680         WHEN WS-TBL-HOURS (WS-OUT-SUB) NOT < LPRM-FULL-TIME-HOURS
006690             MOVE "F" TO LOAD-STATUS-CODE
006700         WHEN WS-TBL-HOURS (WS-OUT-SUB) NOT < LPRM-THREE-QTR-HOURS
006710             MOVE "Q" TO LOAD-STATUS-CODE
006720         WHEN WS-TBL-HOURS (WS-OUT-SUB) NOT < LPRM-HALF-TIME-HOURS
006730             MOVE "H" TO LOAD-STATUS-CODE
006740         WHEN OTHER
006750             MOVE "L" TO LOAD-STATUS-CODE
006760     END-EVALUATE
006770 5300-EXIT.
006780     EXIT.
006790
006800*****************************************************************
006810* 6000-WRITE-TRAILER - THE "T" CONTROL LINE AT THE END - RECORD
006820* COUNT, COUNTS BY STATUS AND THE STUDENT ID HASH TOTAL.  WRITTEN
006830* EVEN FOR AN EMPTY TERM - AN ALL-ZERO TRAILER PROVES THE RUN
006840* HAPPENED.
006850*****************************************************************
006860 6000-WRITE-TRAILER.
006870     MOVE SPACES                TO ENRL-STATUS-REC
006880     MOVE "T"                   TO ENS-RECORD-TYPE
006890     MOVE WS-TOTAL-RECORD-COUNT TO ENS-TRL-RECORD-COUNT
006900     MOVE WS-FULL-COUNT         TO ENS-TRL-FULL-COUNT
006910     MOVE WS-THREE-QTR-COUNT    TO ENS-TRL-THREE-QTR-COUNT
006920     MOVE WS-HALF-COUNT         TO ENS-TRL-HALF-COUNT
006930     MOVE WS-LESS-HALF-COUNT    TO ENS-TRL-LESS-HALF-COUNT
006940     MOVE WS-WITHDRAWN-COUNT    TO ENS-TRL-WITHDRAWN-COUNT
006950     MOVE WS-ID-HASH-TOTAL      TO ENS-TRL-ID-HASH
006960     WRITE ENRL-STATUS-REC
006970 6000-EXIT.
006980     EXIT.
006990
007000*****************************************************************
007010* 8000-TERMINATE - A RUN THAT STOPS PART-WAY LEAVES NO TRAILER ON
007020* ENRLSTAT.DAT, SO THE CLEARINGHOUSE WILL NOT BALANCE A SHORT
007030* FILE.
007040*****************************************************************
007050 8000-TERMINATE.
007060     IF WS-FILES-OPEN
007070         CLOSE ENROLL-FILE
007080         CLOSE STUDENT-FILE
007090         CLOSE COURSE-FILE
007100         CLOSE TERM-FILE
007110     END-IF
007120     IF WS-OUTPUT-OPEN
007130         CLOSE STATUS-FILE
007140     END-IF
007150     IF NOT WS-ABORT
007160         PERFORM 9000-PRINT-RUN-TOTALS THRU 9000-EXIT
007170     END-IF
007180     IF WS-ABORT
007190         MOVE 8 TO RETURN-CODE
007200     END-IF
007210 8000-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250* 9000-PRINT-RUN-TOTALS - THE SAME NUMBERS STAMPED ON THE "T"
007260* TRAILER, SO THE CONSOLE AND THE FILE AGREE.
007270*****************************************************************
007280 9000-PRINT-RUN-TOTALS.
007290     DISPLAY "-----------------------------------------------"
007300     DISPLAY "ENRLSTATUS RUN TOTALS - TERM " TERM-CODE
007310     DISPLAY "  FULL-TIME . . . . . . . . " WS-FULL-COUNT
007320     DISPLAY "  THREE-QUARTER-TIME. . . . " WS-THREE-QTR-COUNT
007330     DISPLAY "  HALF-TIME . . . . . . . . " WS-HALF-COUNT
007340     DISPLAY "  LESS THAN HALF-TIME . . . " WS-LESS-HALF-COUNT
007350     DISPLAY "  WITHDRAWN . . . . . . . . " WS-WITHDRAWN-COUNT
007360     DISPLAY "  RECORDS WRITTEN . . . . . " WS-TOTAL-RECORD-COUNT
007370     DISPLAY "  ENTERED IN ERROR, SKIPPED " WS-IN-ERROR-COUNT
007380     DISPLAY "  COURSE NOT ON FILE. . . . " WS-NO-COURSE-COUNT
007390     DISPLAY "  STUDENT ID HASH TOTAL . . " WS-ID-HASH-TOTAL
007400     DISPLAY "-----------------------------------------------"
007410 9000-EXIT.
007420     EXIT.
