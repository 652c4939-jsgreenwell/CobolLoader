000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  CENSUSRUN.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* TERM CENSUS RUN.  FREEZES A TERM'S ENROLLMENT ON ITS CENSUS
000090* DATE (TERM-CENSUS-DATE, SET WITH TERMWRITER) INTO CENSUS.DAT
000100* (SEE CENSREC.CPY) - HEADCOUNT, CREDIT HOURS AND SEATS USED
000110* AGAINST COURSE-MAX-SEATS FOR EACH COURSE, AND THE SAME FOR THE
000120* TERM AS A WHOLE.  COURSESUMMARY AND ENROLLLIST REPORT
000130* ENROLL.DAT AS IT STANDS TODAY, AND DROPS, MERGES AND PURGES
000140* KEEP CHANGING PAST TERMS, SO UNTIL NOW THERE WAS NO WAY TO SAY
000150* HOW MANY WERE IN A COURSE AT CENSUS.  CENSTREND REPORTS OFF
000160* THE SNAPSHOTS.
000170*
000180* A CENSUS IS TAKEN ONCE.  THE RUN REFUSES A TERM WITH NO
000190* CENSUS DATE, A TERM WHOSE CENSUS DATE HAS NOT COME YET, AND A
000200* TERM ALREADY ON CENSUS.DAT - THE FIGURES ARE PERMANENT.  RUN
000210* ON THE CENSUS DATE ITSELF.  A RUN AFTER THE DATE IS ALLOWED
000220* (THE NIGHT WAS MISSED) BUT WARNS THAT THE FIGURES ARE AS OF
000230* THE DAY IT RUNS, AND CENS-TAKEN-DATE RECORDS WHICH DAY THAT
000240* WAS.  WITHDRAWALS (GRADE "W ") ARE NOT COUNTED.
000250*
000260* FREEZING THE OFFICIAL FIGURES IS A CONTROL ACTION, SO THE RUN
000270* IS SUPERVISOR-ONLY, THE SAME GATE AS TERMCLOSE.
000280*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   ---------- ----  ------------------------------------------
000320*   2026-10-15 JMS   ORIGINAL PROGRAM.
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS TERM-CODE
000420         FILE STATUS IS WS-TERM-FILE-STATUS.
000430
000440     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS COURSE-CODE
000480         FILE STATUS IS WS-COURSE-FILE-STATUS.
000490
000500     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS ENROLL-KEY
000540         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000550
000560     SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CENS-KEY
000600         FILE STATUS IS WS-CENSUS-FILE-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  TERM-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY TERMREC.
000670
000680 FD  COURSE-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY COURSREC.
000710
000720 FD  ENROLL-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY ENROLLREC.
000750
000760 FD  CENSUS-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY CENSREC.
000790
000800 WORKING-STORAGE SECTION.
000810 01  WS-SWITCHES.
000820     05  WS-TERM-FILE-STATUS         PIC X(02).
000830         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
000840     05  WS-COURSE-FILE-STATUS       PIC X(02).
000850         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
000860     05  WS-ENROLL-FILE-STATUS       PIC X(02).
000870         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
000880     05  WS-CENSUS-FILE-STATUS       PIC X(02).
000890         88  WS-CENSUS-FILE-NOT-FOUND VALUE "35".
000900     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000910         88  WS-ABORT                VALUE "Y".
000920     05  WS-COURSE-EOF-SWITCH        PIC X(01) VALUE "N".
000930         88  WS-COURSE-EOF           VALUE "Y".
000940     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
000950         88  WS-ENROLL-EOF           VALUE "Y".
000960     05  WS-CENSUS-TAKEN-SWITCH      PIC X(01) VALUE "N".
000970         88  WS-CENSUS-TAKEN         VALUE "Y".
000980     05  WS-CODE-FOUND-SWITCH        PIC X(01) VALUE "N".
000990         88  WS-CODE-FOUND           VALUE "Y".
001000
001010*****************************************************************
001020* OPERATOR ID KEYED IN AT STARTUP - STAMPED ON EVERY CENSUS
001030* RECORD AS CENS-TAKEN-BY.
001040*****************************************************************
001050 01  WS-OPERATOR-ID                  PIC X(08).
001060
001070*****************************************************************
001080* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
001090*****************************************************************
001100 COPY SIGNPARM.
001110 01  WS-TERM-CODE-LINE               PIC X(05).
001120 01  WS-REPLY-LINE                   PIC X(30).
001130 01  WS-TODAY-DATE                   PIC 9(08) VALUE ZERO.
001140
001150*****************************************************************
001160* COURSE TABLE - COURSES.DAT LOADED AT STARTUP WITH ROOM TO
001170* TALLY ONE TERM AT A TIME AGAINST IT.  A COURSE CODE ON
001180* ENROLL.DAT THAT IS NO LONGER ON THE MASTER IS ADDED AT THE
001190* END WITH NO TITLE OR HOURS - ITS STUDENTS WERE STILL THERE ON
001200* CENSUS DAY.  ROOM FOR 500, LIKE COURSESUMMARY - THE RUN STOPS
001210* WITH A MESSAGE IF THE MASTER EVER OUTGROWS IT.
001220*****************************************************************
001230 01  WS-COURSE-TABLE-AREA.
001240     05  WS-COURSE-COUNT             PIC 9(04) COMP VALUE ZERO.
001250     05  WS-COURSE-MASTER-COUNT      PIC 9(04) COMP VALUE ZERO.
001260     05  WS-COURSE-MAX               PIC 9(04) COMP VALUE 500.
001270     05  WS-COURSE-ENTRY OCCURS 500 TIMES.
001280         10  WS-TBL-COURSE-CODE      PIC X(04).
001290         10  WS-TBL-COURSE-TITLE     PIC X(30).
001300         10  WS-TBL-CREDIT-HOURS     PIC 9(02)V9.
001310         10  WS-TBL-MAX-SEATS        PIC 9(03).
001320         10  WS-TBL-HEADCOUNT        PIC 9(05) COMP.
001330         10  WS-TBL-HOURS-TOTAL      PIC 9(06)V9.
001340
001350 01  WS-SUBSCRIPTS.
001360     05  WS-CRS-SUB                  PIC 9(04) COMP.
001370     05  WS-WRT-SUB                  PIC 9(04) COMP.
001380
001390*****************************************************************
001400* THE TERM AS A WHOLE - BUILT UP AS THE COURSE RECORDS ARE
001410* WRITTEN AND STAMPED ON THE "****" INSTITUTION RECORD.
001420*****************************************************************
001430 01  WS-TERM-TOTALS.
001440     05  WS-LAST-COUNTED-ID          PIC 9(12) VALUE ZERO.
001450     05  WS-STUDENT-HEADCOUNT        PIC 9(05) COMP VALUE ZERO.
001460     05  WS-ENROLLMENT-COUNT         PIC 9(05) COMP VALUE ZERO.
001470     05  WS-TERM-COURSE-COUNT        PIC 9(05) COMP VALUE ZERO.
001480     05  WS-TERM-HOURS-TOTAL         PIC 9(06)V9 VALUE ZERO.
001490     05  WS-LIMITED-SEATS            PIC 9(05) COMP VALUE ZERO.
001500     05  WS-LIMITED-SEATS-USED       PIC 9(05) COMP VALUE ZERO.
001510     05  WS-RECORDS-WRITTEN          PIC 9(05) COMP VALUE ZERO.
001520
001530 01  WS-RUN-TOTALS.
001540     05  WS-RUN-TAKEN-COUNT          PIC 9(08) COMP VALUE ZERO.
001550
001560 PROCEDURE DIVISION.
001570*****************************************************************
001580* 0000-MAINLINE
001590*****************************************************************
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001620
001630     IF NOT WS-ABORT
001640         PERFORM 1500-LOAD-COURSE-TABLE THRU 1500-EXIT
001650     END-IF
001660     IF NOT WS-ABORT
001670         PERFORM 2000-GET-TERM-CODE THRU 2000-EXIT
001680         PERFORM 3000-PROCESS-ONE-TERM THRU 3000-EXIT
001690             UNTIL WS-TERM-CODE-LINE = SPACES
001700                 OR WS-ABORT
001710     END-IF
001720
001730     PERFORM 8000-TERMINATE THRU 8000-EXIT
001740     STOP RUN.
001750
001760*****************************************************************
001770* 1000-INITIALIZE - SIGN THE OPERATOR ON (SUPERVISOR-ONLY),
001780* THEN OPEN THE TERM, COURSE AND ENROLLMENT FILES FOR READING
001790* AND THE CENSUS FILE FOR ADDING.  A BRAND-NEW CENSUS.DAT IS
001800* CREATED (EMPTY) THE FIRST TIME.
001810*****************************************************************
001820 1000-INITIALIZE.
001830     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001840
001850     DISPLAY "ENTER YOUR OPERATOR ID"
001860     MOVE SPACES TO WS-OPERATOR-ID
001870     ACCEPT WS-OPERATOR-ID
001880     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
001890
001900     IF NOT WS-ABORT
001910         OPEN INPUT TERM-FILE
001920         IF WS-TERM-FILE-NOT-FOUND
001930             DISPLAY "*** TERMS.DAT NOT FOUND - RUN TERMWRITER "
001940                 "FIRST ***"
001950             MOVE "Y" TO WS-ABORT-SWITCH
001960         END-IF
001970     END-IF
001980
001990     IF NOT WS-ABORT
002000         OPEN INPUT COURSE-FILE
002010         IF WS-COURSE-FILE-NOT-FOUND
002020             DISPLAY "*** COURSES.DAT NOT FOUND - RUN "
002030                 "COURSEWRITER FIRST ***"
002040             MOVE "Y" TO WS-ABORT-SWITCH
002050             CLOSE TERM-FILE
002060         END-IF
002070     END-IF
002080
002090     IF NOT WS-ABORT
002100         OPEN INPUT ENROLL-FILE
002110         IF WS-ENROLL-FILE-NOT-FOUND
002120             DISPLAY "*** ENROLL.DAT NOT FOUND - "
002130                 "RUN ENROLLWRITER FIRST ***"
002140             MOVE "Y" TO WS-ABORT-SWITCH
002150             CLOSE TERM-FILE
002160             CLOSE COURSE-FILE
002170         END-IF
002180     END-IF
002190
002200     IF NOT WS-ABORT
002210         OPEN I-O CENSUS-FILE
002220         IF WS-CENSUS-FILE-NOT-FOUND
002230             OPEN OUTPUT CENSUS-FILE
002240             CLOSE CENSUS-FILE
002250             OPEN I-O CENSUS-FILE
002260         END-IF
002270         DISPLAY "CENSUSRUN - FREEZE A TERM'S ENROLLMENT ON ITS "
002280             "CENSUS DATE."
002290     END-IF
002300 1000-EXIT.
002310     EXIT.
002320
002330*****************************************************************
002340* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
002350* MODULE.  TAKING THE CENSUS IS A SUPERVISOR-ONLY FUNCTION, SO
002360* SUPERVISOR AUTHORITY IS ASKED FOR - SIGNON CHECKS THE
002370* PASSWORD AND LOCKOUT AND LOGS THE ATTEMPT TO SIGNLOG.DAT
002380* EITHER WAY.
002390*****************************************************************
002400 1100-VALIDATE-OPERATOR.
002410     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
002420     MOVE "CENSUSRUN" TO SIGNON-PROGRAM-NAME
002430     MOVE "Y" TO SIGNON-NEED-SUPER-FLAG
002440     CALL "SIGNON" USING SIGNON-PARM
002450     IF NOT SIGNON-OK
002460         MOVE "Y" TO WS-ABORT-SWITCH
002470     END-IF
002480 1100-EXIT.
002490     EXIT.
002500
002510*****************************************************************
002520* 1500-LOAD-COURSE-TABLE - READ THE COURSE MASTER SEQUENTIALLY
002530* INTO THE IN-MEMORY TABLE THE ENROLLMENT SWEEP TALLIES AGAINST.
002540*****************************************************************
002550 1500-LOAD-COURSE-TABLE.
002560     PERFORM 1600-READ-COURSE THRU 1600-EXIT
002570     PERFORM 1700-STORE-COURSE-ENTRY THRU 1700-EXIT
002580         UNTIL WS-COURSE-EOF OR WS-ABORT
002590     MOVE WS-COURSE-COUNT TO WS-COURSE-MASTER-COUNT
002600 1500-EXIT.
002610     EXIT.
002620
002630 1600-READ-COURSE.
002640     READ COURSE-FILE NEXT RECORD
002650         AT END
002660             MOVE "Y" TO WS-COURSE-EOF-SWITCH
002670     END-READ
002680 1600-EXIT.
002690     EXIT.
002700
002710 1700-STORE-COURSE-ENTRY.
002720     IF WS-COURSE-COUNT >= WS-COURSE-MAX
002730         DISPLAY "*** MORE THAN " WS-COURSE-MAX " COURSES ON "
002740             "COURSES.DAT - TABLE FULL, RUN STOPPED ***"
002750         MOVE "Y" TO WS-ABORT-SWITCH
002760     ELSE
002770         ADD 1 TO WS-COURSE-COUNT
002780         MOVE COURSE-CODE
002790             TO WS-TBL-COURSE-CODE (WS-COURSE-COUNT)
002800         MOVE COURSE-TITLE
002810             TO WS-TBL-COURSE-TITLE (WS-COURSE-COUNT)
002820         MOVE COURSE-CREDIT-HOURS
002830             TO WS-TBL-CREDIT-HOURS (WS-COURSE-COUNT)
002840         IF COURSE-MAX-SEATS NUMERIC
002850             MOVE COURSE-MAX-SEATS
002860                 TO WS-TBL-MAX-SEATS (WS-COURSE-COUNT)
002870         ELSE
002880             MOVE ZERO TO WS-TBL-MAX-SEATS (WS-COURSE-COUNT)
002890         END-IF
002900         PERFORM 1600-READ-COURSE THRU 1600-EXIT
002910     END-IF
002920 1700-EXIT.
002930     EXIT.
002940
002950*****************************************************************
002960* 2000-GET-TERM-CODE
002970*****************************************************************
002980 2000-GET-TERM-CODE.
002990     DISPLAY "ENTER TERM CODE TO TAKE THE CENSUS FOR.  ENTER "
003000         "NOTHING TO END."
003010     MOVE SPACES TO WS-TERM-CODE-LINE
003020     ACCEPT WS-TERM-CODE-LINE
003030 2000-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070* 3000-PROCESS-ONE-TERM - LOOK THE TERM UP AND REFUSE IT IF IT
003080* HAS NO CENSUS DATE, THE DATE HAS NOT COME, OR ITS CENSUS IS
003090* ALREADY ON FILE.  OTHERWISE COUNT IT AND FREEZE IT ON
003100* CONFIRMATION.
003110*****************************************************************
003120 3000-PROCESS-ONE-TERM.
003130     MOVE WS-TERM-CODE-LINE TO TERM-CODE
003140     READ TERM-FILE
003150         INVALID KEY
003160             DISPLAY "*** TERM " WS-TERM-CODE-LINE
003170                 " NOT ON THE TERM MASTER ***"
003180         NOT INVALID KEY
003190             PERFORM 3100-CHECK-CENSUS-ALLOWED THRU 3100-EXIT
003200     END-READ
003210
003220     PERFORM 2000-GET-TERM-CODE THRU 2000-EXIT
003230 3000-EXIT.
003240     EXIT.
003250
003260 3100-CHECK-CENSUS-ALLOWED.
003270     IF TERM-CENSUS-DATE NOT NUMERIC
003280         MOVE ZERO TO TERM-CENSUS-DATE
003290     END-IF
003300
003310     PERFORM 3200-CHECK-ALREADY-TAKEN THRU 3200-EXIT
003320
003330     EVALUATE TRUE
003340         WHEN TERM-NO-CENSUS-DATE
003350             DISPLAY "*** TERM " TERM-CODE " HAS NO CENSUS "
003360                 "DATE - SET ONE WITH TERMWRITER ***"
003370         WHEN WS-TODAY-DATE < TERM-CENSUS-DATE
003380             DISPLAY "*** CENSUS DATE FOR TERM " TERM-CODE " IS "
003390                 TERM-CENSUS-DATE " - TOO EARLY TO TAKE IT ***"
003400         WHEN WS-CENSUS-TAKEN
003410             DISPLAY "*** CENSUS FOR TERM " TERM-CODE
003420                 " WAS TAKEN " CENS-TAKEN-DATE
003430                 " BY " CENS-TAKEN-BY
003440                 " - CENSUS FIGURES ARE PERMANENT ***"
003450         WHEN OTHER
003460             PERFORM 4000-CONFIRM-AND-TAKE THRU 4000-EXIT
003470     END-EVALUATE
003480 3100-EXIT.
003490     EXIT.
003500
003510*****************************************************************
003520* 3200-CHECK-ALREADY-TAKEN - THE TERM IS THE LEADING FIELD OF
003530* CENS-KEY, SO ANY RECORD AT OR PAST TERM/LOW-VALUES CARRYING
003540* THE TERM MEANS ITS CENSUS IS ALREADY ON FILE.
003550*****************************************************************
003560 3200-CHECK-ALREADY-TAKEN.
003570     MOVE "N" TO WS-CENSUS-TAKEN-SWITCH
003580     MOVE LOW-VALUES TO CENS-KEY
003590     MOVE TERM-CODE TO CENS-TERM
003600     START CENSUS-FILE KEY NOT < CENS-KEY
003610         INVALID KEY
003620             CONTINUE
003630         NOT INVALID KEY
003640             READ CENSUS-FILE NEXT RECORD
003650                 AT END
003660                     CONTINUE
003670                 NOT AT END
003680                     IF CENS-TERM = TERM-CODE
003690                         MOVE "Y" TO WS-CENSUS-TAKEN-SWITCH
003700                     END-IF
003710             END-READ
003720     END-START
003730 3200-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770* 4000-CONFIRM-AND-TAKE - COUNT THE TERM, SHOW THE OPERATOR THE
003780* FIGURES ABOUT TO BE FROZEN, AND WRITE THEM ON CONFIRMATION.
003790* A RUN PAST THE CENSUS DATE SAYS SO FIRST.
003800*****************************************************************
003810 4000-CONFIRM-AND-TAKE.
003820     DISPLAY "TERM " TERM-CODE " - " TERM-DESCRIPTION
003830         "  CENSUS DATE " TERM-CENSUS-DATE
003840     IF WS-TODAY-DATE > TERM-CENSUS-DATE
003850         DISPLAY "*** WARNING - THE CENSUS DATE HAS PASSED - "
003860             "FIGURES WILL BE AS OF TODAY, " WS-TODAY-DATE " ***"
003870     END-IF
003880
003890     PERFORM 5000-TALLY-TERM THRU 5000-EXIT
003900     DISPLAY "STUDENTS:  " WS-STUDENT-HEADCOUNT
003910         "  ENROLLMENTS:  " WS-ENROLLMENT-COUNT
003920         "  COURSES:  " WS-TERM-COURSE-COUNT
003930         "  CREDIT HOURS:  " WS-TERM-HOURS-TOTAL
003940
003950     DISPLAY "FREEZE THE CENSUS FOR TERM " TERM-CODE
003960         "?  ENTER Y TO CONFIRM"
003970     MOVE SPACES TO WS-REPLY-LINE
003980     ACCEPT WS-REPLY-LINE
003990     IF WS-REPLY-LINE(1:1) = "Y"
004000         PERFORM 6000-WRITE-CENSUS THRU 6000-EXIT
004010         ADD 1 TO WS-RUN-TAKEN-COUNT
004020         DISPLAY "CENSUS FOR TERM " TERM-CODE " TAKEN - "
004030             WS-RECORDS-WRITTEN " RECORD(S) WRITTEN."
004040     ELSE
004050         DISPLAY "CENSUS NOT CONFIRMED - NOTHING WRITTEN."
004060     END-IF
004070 4000-EXIT.
004080     EXIT.
004090
004100*****************************************************************
004110* 5000-TALLY-TERM - SWEEP ENROLL.DAT FOR THE TERM'S ENROLLMENTS,
004120* SKIPPING WITHDRAWALS.  THE TERM IS NOT THE LEADING FIELD OF
004130* ENROLL-KEY, SO THIS IS A FULL SWEEP, THE SAME AS TERMCLOSE.
004140* THE FILE IS IN STUDENT ORDER, SO A CHANGE OF STUDENT ID IS A
004150* NEW DISTINCT STUDENT FOR THE INSTITUTION HEADCOUNT.
004160*****************************************************************
004170 5000-TALLY-TERM.
004180     MOVE WS-COURSE-MASTER-COUNT TO WS-COURSE-COUNT
004190     PERFORM 5050-CLEAR-COURSE-TALLY THRU 5050-EXIT
004200         VARYING WS-CRS-SUB FROM 1 BY 1
004210         UNTIL WS-CRS-SUB > WS-COURSE-COUNT
004220     MOVE ZERO TO WS-LAST-COUNTED-ID
004230     MOVE ZERO TO WS-STUDENT-HEADCOUNT
004240     MOVE ZERO TO WS-ENROLLMENT-COUNT
004250     MOVE ZERO TO WS-TERM-COURSE-COUNT
004260     MOVE ZERO TO WS-TERM-HOURS-TOTAL
004270
004280     MOVE "N" TO WS-ENROLL-EOF-SWITCH
004290     MOVE LOW-VALUES TO ENROLL-KEY
004300     START ENROLL-FILE KEY NOT < ENROLL-KEY
004310         INVALID KEY
004320             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
004330     END-START
004340     IF NOT WS-ENROLL-EOF
004350         PERFORM 5100-READ-AND-TALLY-ENROLL THRU 5100-EXIT
004360             UNTIL WS-ENROLL-EOF
004370     END-IF
004380
004390     PERFORM 5400-COUNT-TERM-COURSE THRU 5400-EXIT
004400         VARYING WS-CRS-SUB FROM 1 BY 1
004410         UNTIL WS-CRS-SUB > WS-COURSE-COUNT
004420 5000-EXIT.
004430     EXIT.
004440
004450 5050-CLEAR-COURSE-TALLY.
004460     MOVE ZERO TO WS-TBL-HEADCOUNT (WS-CRS-SUB)
004470     MOVE ZERO TO WS-TBL-HOURS-TOTAL (WS-CRS-SUB)
004480 5050-EXIT.
004490     EXIT.
004500
004510 5100-READ-AND-TALLY-ENROLL.
004520     READ ENROLL-FILE NEXT RECORD
004530         AT END
004540             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
004550         NOT AT END
004560             IF ENROLL-TERM = TERM-CODE
004570                 AND ENROLL-GRADE NOT = "W "
004580                 PERFORM 5200-TALLY-ONE-ENROLLMENT THRU 5200-EXIT
004590             END-IF
004600     END-READ
004610 5100-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650* 5200-TALLY-ONE-ENROLLMENT - ONE SEAT AND THE COURSE'S CREDIT
004660* HOURS AGAINST THE COURSE, AND THE STUDENT INTO THE TERM'S
004670* HEADCOUNT THE FIRST TIME THEY ARE SEEN.
004680*****************************************************************
004690 5200-TALLY-ONE-ENROLLMENT.
004700     IF ENROLL-STUDENT-ID NOT = WS-LAST-COUNTED-ID
004710         ADD 1 TO WS-STUDENT-HEADCOUNT
004720         MOVE ENROLL-STUDENT-ID TO WS-LAST-COUNTED-ID
004730     END-IF
004740     ADD 1 TO WS-ENROLLMENT-COUNT
004750
004760     MOVE "N" TO WS-CODE-FOUND-SWITCH
004770     PERFORM 5300-MATCH-COURSE-ENTRY THRU 5300-EXIT
004780         VARYING WS-CRS-SUB FROM 1 BY 1
004790         UNTIL WS-CRS-SUB > WS-COURSE-COUNT
004800             OR WS-CODE-FOUND
004810     IF NOT WS-CODE-FOUND
004820         IF WS-COURSE-COUNT >= WS-COURSE-MAX
004830             DISPLAY "*** COURSE " ENROLL-COURSE-CODE " NOT ON "
004840                 "COURSES.DAT AND THE TABLE IS FULL - NOT "
004850                 "COUNTED BY COURSE ***"
004860         ELSE
004870             ADD 1 TO WS-COURSE-COUNT
004880             MOVE ENROLL-COURSE-CODE
004890                 TO WS-TBL-COURSE-CODE (WS-COURSE-COUNT)
004900             MOVE "*NOT ON COURSES.DAT*"
004910                 TO WS-TBL-COURSE-TITLE (WS-COURSE-COUNT)
004920             MOVE ZERO TO WS-TBL-CREDIT-HOURS (WS-COURSE-COUNT)
004930             MOVE ZERO TO WS-TBL-MAX-SEATS (WS-COURSE-COUNT)
004940             MOVE 1 TO WS-TBL-HEADCOUNT (WS-COURSE-COUNT)
004950             MOVE ZERO TO WS-TBL-HOURS-TOTAL (WS-COURSE-COUNT)
004960         END-IF
004970     END-IF
004980 5200-EXIT.
004990     EXIT.
005000
005010 5300-MATCH-COURSE-ENTRY.
005020     IF ENROLL-COURSE-CODE = WS-TBL-COURSE-CODE (WS-CRS-SUB)
005030         ADD 1 TO WS-TBL-HEADCOUNT (WS-CRS-SUB)
005040         ADD WS-TBL-CREDIT-HOURS (WS-CRS-SUB)
005050             TO WS-TBL-HOURS-TOTAL (WS-CRS-SUB)
005060         ADD WS-TBL-CREDIT-HOURS (WS-CRS-SUB)
005070             TO WS-TERM-HOURS-TOTAL
005080         MOVE "Y" TO WS-CODE-FOUND-SWITCH
005090     END-IF
005100 5300-EXIT.
005110     EXIT.
005120
005130 5400-COUNT-TERM-COURSE.
005140     IF WS-TBL-HEADCOUNT (WS-CRS-SUB) > ZERO
005150         ADD 1 TO WS-TERM-COURSE-COUNT
005160     END-IF
005170 5400-EXIT.
005180     EXIT.
005190
005200*****************************************************************
005210* 6000-WRITE-CENSUS - ONE RECORD PER COURSE THAT HAD ANYONE IN
005220* IT, THEN THE "****" INSTITUTION RECORD FOR THE TERM.
005230*****************************************************************
005240 6000-WRITE-CENSUS.
005250     MOVE ZERO TO WS-LIMITED-SEATS
005260     MOVE ZERO TO WS-LIMITED-SEATS-USED
005270     MOVE ZERO TO WS-RECORDS-WRITTEN
005280
005290     PERFORM 6100-WRITE-COURSE-CENSUS THRU 6100-EXIT
005300         VARYING WS-WRT-SUB FROM 1 BY 1
005310         UNTIL WS-WRT-SUB > WS-COURSE-COUNT
005320
005330     PERFORM 6200-START-CENSUS-REC THRU 6200-EXIT
005340     MOVE "****"                 TO CENS-COURSE-CODE
005350     MOVE "ALL COURSES"          TO CENS-COURSE-TITLE
005360     MOVE ZERO                   TO CENS-CREDIT-HOURS
005370     MOVE WS-STUDENT-HEADCOUNT   TO CENS-HEADCOUNT
005380     MOVE WS-TERM-HOURS-TOTAL    TO CENS-CREDIT-HOURS-TOTAL
005390     MOVE WS-ENROLLMENT-COUNT    TO CENS-SEATS-USED
005400     MOVE WS-LIMITED-SEATS       TO CENS-MAX-SEATS
005410     IF WS-LIMITED-SEATS > ZERO
005420         COMPUTE CENS-FILL-PCT ROUNDED =
005430             WS-LIMITED-SEATS-USED * 100 / WS-LIMITED-SEATS
005440             ON SIZE ERROR
005450                 MOVE 999.9 TO CENS-FILL-PCT
005460         END-COMPUTE
005470     END-IF
005480     PERFORM 6300-WRITE-CENSUS-REC THRU 6300-EXIT
005490 6000-EXIT.
005500     EXIT.
005510
005520*****************************************************************
005530* 6100-WRITE-COURSE-CENSUS - THE COURSE'S FIGURES AS THEY STAND
005540* TODAY.  A COURSE WITH A SEAT LIMIT ALSO ROLLS INTO THE
005550* INSTITUTION'S LIMITED-SEAT FILL RATE.
005560*****************************************************************
005570 6100-WRITE-COURSE-CENSUS.
005580     IF WS-TBL-HEADCOUNT (WS-WRT-SUB) > ZERO
005590         PERFORM 6200-START-CENSUS-REC THRU 6200-EXIT
005600         MOVE WS-TBL-COURSE-CODE (WS-WRT-SUB)
005610             TO CENS-COURSE-CODE
005620         MOVE WS-TBL-COURSE-TITLE (WS-WRT-SUB)
005630             TO CENS-COURSE-TITLE
005640         MOVE WS-TBL-CREDIT-HOURS (WS-WRT-SUB)
005650             TO CENS-CREDIT-HOURS
005660         MOVE WS-TBL-HEADCOUNT (WS-WRT-SUB)
005670             TO CENS-HEADCOUNT
005680         MOVE WS-TBL-HOURS-TOTAL (WS-WRT-SUB)
005690             TO CENS-CREDIT-HOURS-TOTAL
005700         MOVE WS-TBL-HEADCOUNT (WS-WRT-SUB)
005710             TO CENS-SEATS-USED
005720         MOVE WS-TBL-MAX-SEATS (WS-WRT-SUB)
005730             TO CENS-MAX-SEATS
005740         IF WS-TBL-MAX-SEATS (WS-WRT-SUB) > ZERO
005750             COMPUTE CENS-FILL-PCT ROUNDED =
005760                 WS-TBL-HEADCOUNT (WS-WRT-SUB) * 100
005770                     / WS-TBL-MAX-SEATS (WS-WRT-SUB)
005780                 ON SIZE ERROR
005790                     MOVE 999.9 TO CENS-FILL-PCT
005800             END-COMPUTE
005810             ADD WS-TBL-MAX-SEATS (WS-WRT-SUB)
005820                 TO WS-LIMITED-SEATS
005830             ADD WS-TBL-HEADCOUNT (WS-WRT-SUB)
005840                 TO WS-LIMITED-SEATS-USED
005850         END-IF
005860         PERFORM 6300-WRITE-CENSUS-REC THRU 6300-EXIT
005870     END-IF
005880 6100-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920* 6200-START-CENSUS-REC - CLEAR THE RECORD AND STAMP THE FIELDS
005930* EVERY CENSUS RECORD FOR THE TERM SHARES.
005940*****************************************************************
005950 6200-START-CENSUS-REC.
005960     MOVE SPACES           TO CENS-REC
005970     MOVE TERM-CODE        TO CENS-TERM
005980     MOVE ZERO             TO CENS-FILL-PCT
005990     MOVE TERM-CENSUS-DATE TO CENS-CENSUS-DATE
006000     MOVE WS-TODAY-DATE    TO CENS-TAKEN-DATE
006010     MOVE WS-OPERATOR-ID   TO CENS-TAKEN-BY
006020 6200-EXIT.
006030     EXIT.
006040
006050 6300-WRITE-CENSUS-REC.
006060     WRITE CENS-REC
006070         INVALID KEY
006080             DISPLAY "*** CENSUS RECORD " CENS-TERM " "
006090                 CENS-COURSE-CODE " COULD NOT BE WRITTEN ***"
006100         NOT INVALID KEY
006110             ADD 1 TO WS-RECORDS-WRITTEN
006120     END-WRITE
006130 6300-EXIT.
006140     EXIT.
006150
006160*****************************************************************
006170* 8000-TERMINATE
006180*****************************************************************
006190 8000-TERMINATE.
006200     IF NOT WS-ABORT
006210         CLOSE TERM-FILE
006220         CLOSE COURSE-FILE
006230         CLOSE ENROLL-FILE
006240         CLOSE CENSUS-FILE
006250         DISPLAY "CENSUSRUN COMPLETE - " WS-RUN-TAKEN-COUNT
006260             " TERM CENSUS(ES) TAKEN."
006270     END-IF
006280 8000-EXIT.
006290     EXIT.
