000256*                    COURSREC AND ENROLLWRITER'S CAPACITY
000258*                    CHECK).  AFTER RAISING A LIMIT, RUN
000259*                    WAITPROM TO FILL THE NEW SEATS.
000260*   2026-10-15 JMS   EACH COURSE'S PREREQUISITES (SEE
000261*                    PREREQ.CPY) ARE NOW KEPT UP HERE AFTER THE
000262*                    COURSE FIELDS - A LIST OF COURSES THAT MUST
000263*                    ALREADY BE PASSED, EACH WITH ITS MINIMUM
000264*                    GRADE.  ENROLLWRITER, WAITPROM AND
000265*                    ENROLLDROP ENFORCE THEM.
000266*   2026-10-15 JMS   THE OPERATOR NOW SIGNS ON THROUGH THE SHARED
000267*                    SIGNON MODULE, AND EACH PREREQUISITE CHANGE
000268*                    IS STAMPED WITH WHO MADE IT AS WELL AS WHEN.
000269*****************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000402         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000404             WITH DUPLICATES
000410         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000411
000412     SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS RANDOM
000415         RECORD KEY IS PREREQ-COURSE-CODE
000416         FILE STATUS IS WS-PREREQ-FILE-STATUS.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000490 FD  STUDENT-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY STUDREC.
000512
000514 FD  PREREQ-FILE
000516     LABEL RECORDS ARE STANDARD.
000518 COPY PREREQ.
000520
000530 WORKING-STORAGE SECTION.
000540 01  WS-SWITCHES.
000580     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000590         88  WS-STUDENT-FILE-OK      VALUE "00".
000600         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
000604     05  WS-PREREQ-FILE-STATUS       PIC X(02).
000608         88  WS-PREREQ-FILE-NOT-FOUND VALUE "35".
000610     05  WS-STUDENT-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
000620         88  WS-STUDENT-FILE-AVAILABLE VALUE "Y".
000630     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000660         88  WS-DATA-VALID           VALUE "Y".
000670     05  WS-STUDENT-EOF-SWITCH       PIC X(01) VALUE "N".
000680         88  WS-STUDENT-EOF          VALUE "Y".
000681     05  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
000682         88  WS-ON-FILE              VALUE "Y".
000683     05  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE "N".
000684         88  WS-ENTRY-FOUND          VALUE "Y".
000685     05  WS-GRADE-FOUND-SWITCH       PIC X(01) VALUE "N".
000686         88  WS-GRADE-FOUND          VALUE "Y".
000687     05  WS-PREREQ-OK-SWITCH         PIC X(01) VALUE "N".
000688         88  WS-PREREQ-OK            VALUE "Y".
000690
000691*****************************************************************
000692* OPERATOR ID KEYED IN AT STARTUP - STAMPED ON EVERY PREREQ.DAT
000693* CHANGE - AND THE PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
000694*****************************************************************
000695 01  WS-OPERATOR-ID                  PIC X(08).
000696 COPY SIGNPARM.
000697
000700 01  WS-COURSE-CODE-LINE             PIC X(04).
000705 01  WS-PREREQ-FOR-CODE              PIC X(04).
000710
000720*****************************************************************
000730* ONE-LINE-AT-A-TIME REPLIES TO "ENTER NEW VALUE OR BLANK TO
000740* KEEP" PROMPTS.
000750*****************************************************************
000760 01  WS-REPLY-LINE                   PIC X(30).
000761
000762*****************************************************************
000763* PREREQUISITE ACCEPT AREA - ONE LINE OF COMMA SEPARATED FIELDS
000764* KEYED IN AS -  COURSECODE, MINGRADE.
000765*****************************************************************
000766 01  WS-PREREQ-INPUT-LINE            PIC X(30).
000767 01  WS-PREREQ-INPUT-FIELDS.
000768     05  WS-IN-PREREQ-COURSE         PIC X(04).
000769     05  WS-IN-MIN-GRADE             PIC X(02).
000770
000780*****************************************************************
000790* HOW MANY STUDENTS ON STUDENTS.DAT STILL CARRY THE COURSE THE
000800* OPERATOR IS TRYING TO DEACTIVATE.
000810*****************************************************************
000820 77  WS-ENROLLED-COUNT               PIC 9(05) COMP VALUE ZERO.
000821
000822*****************************************************************
000823* THE SHARED GRADE POINT TABLE - ONLY ITS ORDER IS USED HERE, TO
000824* CHECK A KEYED MINIMUM GRADE IS A REAL PASSING GRADE.
000825*****************************************************************
000826 COPY GRADEPTS.
000830
000831 01  WS-SUBSCRIPTS.
000832     05  WS-GP-SUB                   PIC 9(02) COMP.
000833     05  WS-ENTRY-SUB                PIC 9(02) COMP.
000834     05  WS-FOUND-SUB                PIC 9(02) COMP.
000835     05  WS-NEXT-SUB                 PIC 9(02) COMP.
000836     05  WS-PREREQ-MAX-ENTRIES       PIC 9(02) COMP VALUE 10.
000837
000840 PROCEDURE DIVISION.
000850*****************************************************************
000860* 0000-MAINLINE
001010* 1000-INITIALIZE - OPEN THE COURSE MASTER FOR UPDATE AND THE
001020* STUDENT MASTER FOR THE DEACTIVATION ENROLLMENT CHECK.  NO
001030* STUDENTS.DAT JUST MEANS NOBODY IS ENROLLED IN ANYTHING YET.
001034* A BRAND-NEW PREREQ.DAT IS CREATED (EMPTY) THE FIRST TIME.
001038* NOTHING IS OPENED UNTIL THE OPERATOR HAS SIGNED ON.
001040*****************************************************************
001050 1000-INITIALIZE.
001055     DISPLAY "ENTER YOUR OPERATOR ID"
001060     MOVE SPACES TO WS-OPERATOR-ID
001065     ACCEPT WS-OPERATOR-ID
001070     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
001075
001080     IF NOT WS-ABORT
001085         OPEN I-O COURSE-FILE
001090         IF WS-COURSE-FILE-NOT-FOUND
001095             DISPLAY "*** COURSES.DAT NOT FOUND - "
001100                 "RUN COURSEWRITER FIRST ***"
001105             MOVE "Y" TO WS-ABORT-SWITCH
001160         ELSE
001161             OPEN INPUT STUDENT-FILE
001162             IF WS-STUDENT-FILE-NOT-FOUND
001163                 DISPLAY "NOTE - STUDENTS.DAT NOT FOUND, NO "
001164                     "ENROLLMENT TO CHECK ON DEACTIVATION."
001165             ELSE
001166                 MOVE "Y" TO WS-STUDENT-FILE-AVAIL-SWITCH
001167             END-IF
001168
001169             OPEN I-O PREREQ-FILE
001170             IF WS-PREREQ-FILE-NOT-FOUND
001171                 OPEN OUTPUT PREREQ-FILE
001172                 CLOSE PREREQ-FILE
001173                 OPEN I-O PREREQ-FILE
001174             END-IF
001175             DISPLAY "COURSEUPDATE - CORRECT OR RETIRE AN "
001176                 "EXISTING COURSE."
001180         END-IF
001181     END-IF
001182 1000-EXIT.
001183     EXIT.
001184
001185*****************************************************************
001186* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
001187* MODULE, WHICH CHECKS THE PASSWORD AND LOCKOUT AND LOGS THE
001188* ATTEMPT TO SIGNLOG.DAT EITHER WAY.  COURSE CORRECTIONS ARE
001189* CLERK WORK - NO SUPERVISOR AUTHORITY IS ASKED FOR.
001190*****************************************************************
001191 1100-VALIDATE-OPERATOR.
001192     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
001193     MOVE "COURSEUPDATE" TO SIGNON-PROGRAM-NAME
001194     MOVE "N" TO SIGNON-NEED-SUPER-FLAG
001195     CALL "SIGNON" USING SIGNON-PARM
001196     IF NOT SIGNON-OK
001197         MOVE "Y" TO WS-ABORT-SWITCH
001210     END-IF
001220 1100-EXIT.
001230     EXIT.
001240
001250*****************************************************************
001340
001350*****************************************************************
001360* 3000-PROCESS-ONE-COURSE - LOOK THE COURSE UP, LET THE OPERATOR
001365* CORRECT THE MAINTAINABLE FIELDS, AND REWRITE.  THEN OFFER THE
001370* COURSE'S PREREQUISITES FOR CHANGE.
001380*****************************************************************
001390 3000-PROCESS-ONE-COURSE.
001400     MOVE WS-COURSE-CODE-LINE TO COURSE-CODE OF COURSE-REC
001590                 DISPLAY "*** COURSE " COURSE-CODE OF COURSE-REC
001600                     " CORRECTION REJECTED - NOT UPDATED ***"
001610             END-IF
001615             PERFORM 6000-MAINTAIN-PREREQS THRU 6000-EXIT
001620     END-READ
001630
001640     PERFORM 2000-GET-COURSE-CODE THRU 2000-EXIT
002810     EXIT.
002820
002830*****************************************************************
002834* 6000-MAINTAIN-PREREQS - SHOW THE COURSE'S PREREQUISITES AND,
002838* IF THE OPERATOR WANTS TO CHANGE THEM, TAKE THE CHANGES AND
002842* SAVE ON CONFIRMATION.  A COURSE WITH NO RECORD ON PREREQ.DAT
002846* HAS NO PREREQUISITES.
002850*****************************************************************
002851 6000-MAINTAIN-PREREQS.
002852     MOVE COURSE-CODE OF COURSE-REC TO WS-PREREQ-FOR-CODE
002853     MOVE WS-PREREQ-FOR-CODE TO PREREQ-COURSE-CODE
002854     READ PREREQ-FILE
002855         INVALID KEY
002856             MOVE "N" TO WS-ON-FILE-SWITCH
002857         NOT INVALID KEY
002858             MOVE "Y" TO WS-ON-FILE-SWITCH
002859     END-READ
002860     IF NOT WS-ON-FILE
002861         MOVE SPACES TO PREREQ-REC
002862         MOVE WS-PREREQ-FOR-CODE TO PREREQ-COURSE-CODE
002863         MOVE ZERO TO PREREQ-COUNT
002864         MOVE ZERO TO PREREQ-CHANGED-DATE
002865         MOVE SPACES TO PREREQ-CHANGED-BY
002866     END-IF
002867
002868     PERFORM 6100-SHOW-PREREQS THRU 6100-EXIT
002869     DISPLAY "CHANGE PREREQUISITES?  ENTER Y TO CHANGE, BLANK "
002870         "TO KEEP"
002871     MOVE SPACES TO WS-REPLY-LINE
002872     ACCEPT WS-REPLY-LINE
002873     IF WS-REPLY-LINE(1:1) = "Y"
002874         PERFORM 6200-GET-PREREQ-LINE THRU 6200-EXIT
002875         PERFORM 6300-PROCESS-PREREQ-LINE THRU 6300-EXIT
002876             UNTIL WS-PREREQ-INPUT-LINE = SPACES
002877         PERFORM 6700-CONFIRM-AND-SAVE THRU 6700-EXIT
002878     END-IF
002879 6000-EXIT.
002880     EXIT.
002881
002882*****************************************************************
002883* 6100-SHOW-PREREQS - THE PREREQUISITES AS THEY STAND.
002884*****************************************************************
002885 6100-SHOW-PREREQS.
002886     IF PREREQ-COUNT = ZERO
002887         DISPLAY "COURSE " WS-PREREQ-FOR-CODE
002888             " HAS NO PREREQUISITES."
002889     ELSE
002890         DISPLAY "PREREQUISITES FOR " WS-PREREQ-FOR-CODE
002891             " - LAST CHANGED " PREREQ-CHANGED-DATE
002892             " BY " PREREQ-CHANGED-BY
002893         DISPLAY "PREREQUISITE   MINIMUM GRADE"
002894         PERFORM 6110-SHOW-ONE-PREREQ THRU 6110-EXIT
002895             VARYING WS-ENTRY-SUB FROM 1 BY 1
002896             UNTIL WS-ENTRY-SUB > PREREQ-COUNT
002920     END-IF
002922 6100-EXIT.
002924     EXIT.
002926
002928 6110-SHOW-ONE-PREREQ.
002930     DISPLAY "  " PREREQ-REQ-COURSE (WS-ENTRY-SUB)
002932         "           " PREREQ-MIN-GRADE (WS-ENTRY-SUB)
002934 6110-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970* 6200-GET-PREREQ-LINE
002980*****************************************************************
002990 6200-GET-PREREQ-LINE.
003000     DISPLAY "ENTER - COURSECODE, MINGRADE  (MINGRADE X TAKES "
003010         "THE PREREQUISITE OFF)"
003020     DISPLAY "ENTER NOTHING WHEN THE LIST IS DONE."
003030     MOVE SPACES TO WS-PREREQ-INPUT-LINE
003040     ACCEPT WS-PREREQ-INPUT-LINE
003050
003060     IF WS-PREREQ-INPUT-LINE NOT = SPACES
003070         MOVE SPACES TO WS-PREREQ-INPUT-FIELDS
003080         UNSTRING WS-PREREQ-INPUT-LINE DELIMITED BY ","
003090             INTO WS-IN-PREREQ-COURSE, WS-IN-MIN-GRADE
003100         END-UNSTRING
003110     END-IF
003120 6200-EXIT.
003130     EXIT.
003140
003150*****************************************************************
003160* 6300-PROCESS-PREREQ-LINE - TAKE A PREREQUISITE OFF, CHANGE
003170* THE MINIMUM GRADE OF ONE ALREADY ON THE LIST, OR ADD A NEW
003180* ONE - THE SAME RULES REQWRITER APPLIES TO A PROGRAM'S
003190* REQUIRED COURSES.
003200*****************************************************************
003210 6300-PROCESS-PREREQ-LINE.
003220     PERFORM 6400-FIND-PREREQ-ENTRY THRU 6400-EXIT
003230
003240     IF WS-IN-MIN-GRADE = "X"
003250         IF WS-ENTRY-FOUND
003260             PERFORM 6500-REMOVE-PREREQ-ENTRY THRU 6500-EXIT
003270             DISPLAY "PREREQUISITE " WS-IN-PREREQ-COURSE
003280                 " TAKEN OFF."
003290         ELSE
003300             DISPLAY "*** " WS-IN-PREREQ-COURSE
003310                 " IS NOT A PREREQUISITE ***"
003320         END-IF
003330     ELSE
003340         PERFORM 6600-VALIDATE-PREREQ-LINE THRU 6600-EXIT
003350         IF WS-PREREQ-OK
003360             IF WS-ENTRY-FOUND
003370                 MOVE WS-IN-MIN-GRADE
003380                     TO PREREQ-MIN-GRADE (WS-FOUND-SUB)
003390                 DISPLAY "PREREQUISITE " WS-IN-PREREQ-COURSE
003400                     " MINIMUM GRADE CHANGED."
003410             ELSE
003420                 IF PREREQ-COUNT NOT < WS-PREREQ-MAX-ENTRIES
003430                     DISPLAY "*** THE LIST IS FULL - "
003440                         WS-IN-PREREQ-COURSE " NOT ADDED ***"
003450                 ELSE
003460                     ADD 1 TO PREREQ-COUNT
003470                     MOVE PREREQ-COUNT TO WS-ENTRY-SUB
003480                     MOVE WS-IN-PREREQ-COURSE
003490                         TO PREREQ-REQ-COURSE (WS-ENTRY-SUB)
003500                     MOVE WS-IN-MIN-GRADE
003510                         TO PREREQ-MIN-GRADE (WS-ENTRY-SUB)
003520                     DISPLAY "PREREQUISITE "
003530                         WS-IN-PREREQ-COURSE " ADDED."
003540                 END-IF
003550             END-IF
003560         END-IF
003570     END-IF
003580
003590     PERFORM 6200-GET-PREREQ-LINE THRU 6200-EXIT
003600 6300-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640* 6400-FIND-PREREQ-ENTRY - WHERE THE KEYED COURSE SITS ON THE
003650* LIST, IF IT IS THERE AT ALL.
003660*****************************************************************
003670 6400-FIND-PREREQ-ENTRY.
003680     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
003690     MOVE ZERO TO WS-FOUND-SUB
003700     PERFORM 6410-MATCH-PREREQ-ENTRY THRU 6410-EXIT
003710         VARYING WS-ENTRY-SUB FROM 1 BY 1
003720         UNTIL WS-ENTRY-SUB > PREREQ-COUNT
003730             OR WS-ENTRY-FOUND
003740 6400-EXIT.
003750     EXIT.
003760
003770 6410-MATCH-PREREQ-ENTRY.
003780     IF PREREQ-REQ-COURSE (WS-ENTRY-SUB) = WS-IN-PREREQ-COURSE
003790         MOVE WS-ENTRY-SUB TO WS-FOUND-SUB
003800         MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
003810     END-IF
003820 6410-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860* 6500-REMOVE-PREREQ-ENTRY - CLOSE THE GAP BY MOVING EVERY
003870* ENTRY AFTER THE ONE REMOVED UP A PLACE, THEN BLANK THE LAST.
003880*****************************************************************
003890 6500-REMOVE-PREREQ-ENTRY.
003900     PERFORM 6510-SHIFT-ONE-ENTRY THRU 6510-EXIT
003910         VARYING WS-ENTRY-SUB FROM WS-FOUND-SUB BY 1
003920         UNTIL WS-ENTRY-SUB NOT < PREREQ-COUNT
003930     MOVE PREREQ-COUNT TO WS-ENTRY-SUB
003940     MOVE SPACES TO PREREQ-ENTRY (WS-ENTRY-SUB)
003950     SUBTRACT 1 FROM PREREQ-COUNT
003960 6500-EXIT.
003970     EXIT.
003980
003990 6510-SHIFT-ONE-ENTRY.
004000     COMPUTE WS-NEXT-SUB = WS-ENTRY-SUB + 1
004010     MOVE PREREQ-ENTRY (WS-NEXT-SUB)
004020         TO PREREQ-ENTRY (WS-ENTRY-SUB)
004030 6510-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070* 6600-VALIDATE-PREREQ-LINE - THE PREREQUISITE MUST BE ON
004080* COURSES.DAT (A RETIRED COURSE STILL COUNTS - STUDENTS PASSED
004090* IT BEFORE IT WAS RETIRED) AND CANNOT BE THE COURSE ITSELF.
004100* THE MINIMUM GRADE MUST BE ON THE GRADE POINT TABLE AND NOT
004110* AN F.
004120*****************************************************************
004130 6600-VALIDATE-PREREQ-LINE.
004140     MOVE "Y" TO WS-PREREQ-OK-SWITCH
004150
004160     IF WS-IN-PREREQ-COURSE = WS-PREREQ-FOR-CODE
004170         DISPLAY "*** A COURSE CANNOT BE ITS OWN PREREQUISITE - "
004180             "REJECTED ***"
004190         MOVE "N" TO WS-PREREQ-OK-SWITCH
004200     ELSE
004210         MOVE WS-IN-PREREQ-COURSE TO COURSE-CODE OF COURSE-REC
004220         READ COURSE-FILE
004230             INVALID KEY
004240                 DISPLAY "*** COURSE " WS-IN-PREREQ-COURSE
004250                     " IS NOT ON COURSES.DAT - REJECTED ***"
004260                 MOVE "N" TO WS-PREREQ-OK-SWITCH
004270         END-READ
004280     END-IF
004290
004300     MOVE "N" TO WS-GRADE-FOUND-SWITCH
004310     PERFORM 6610-MATCH-GRADE-ENTRY THRU 6610-EXIT
004320         VARYING WS-GP-SUB FROM 1 BY 1
004330         UNTIL WS-GP-SUB > GP-ENTRY-COUNT
004340             OR WS-GRADE-FOUND
004350     IF NOT WS-GRADE-FOUND
004360         OR WS-IN-MIN-GRADE = "F "
004370         DISPLAY "*** MINIMUM GRADE MUST BE A+ THRU D- - "
004380             "REJECTED ***"
004390         MOVE "N" TO WS-PREREQ-OK-SWITCH
004400     END-IF
004410 6600-EXIT.
004420     EXIT.
004430
004440 6610-MATCH-GRADE-ENTRY.
004450     IF WS-IN-MIN-GRADE = GP-GRADE (WS-GP-SUB)
004460         MOVE "Y" TO WS-GRADE-FOUND-SWITCH
004470     END-IF
004480 6610-EXIT.
004490     EXIT.
004500
004510*****************************************************************
004520* 6700-CONFIRM-AND-SAVE - SHOW THE PREREQUISITES AS THEY WILL
004530* STAND AND SAVE THEM ON CONFIRMATION, STAMPED WITH THE DATE
004540* AND THE OPERATOR.
004550* AN EMPTIED LIST DELETES THE COURSE'S RECORD.
004560*****************************************************************
004570 6700-CONFIRM-AND-SAVE.
004580     PERFORM 6100-SHOW-PREREQS THRU 6100-EXIT
004590     DISPLAY "SAVE THESE PREREQUISITES?  ENTER Y TO CONFIRM"
004600     MOVE SPACES TO WS-REPLY-LINE
004610     ACCEPT WS-REPLY-LINE
004620     IF WS-REPLY-LINE(1:1) = "Y"
004630         ACCEPT PREREQ-CHANGED-DATE FROM DATE YYYYMMDD
004640         MOVE WS-OPERATOR-ID TO PREREQ-CHANGED-BY
004650         IF PREREQ-COUNT = ZERO
004660             IF WS-ON-FILE
004670                 DELETE PREREQ-FILE
004680                     INVALID KEY
004690                         DISPLAY "*** PREREQUISITES FOR "
004700                             WS-PREREQ-FOR-CODE
004710                             " COULD NOT BE REMOVED ***"
004720                     NOT INVALID KEY
004730                         DISPLAY "PREREQUISITES FOR "
004740                             WS-PREREQ-FOR-CODE " REMOVED."
004750                 END-DELETE
004760             END-IF
004770         ELSE
004780             IF WS-ON-FILE
004790                 REWRITE PREREQ-REC
004800                     INVALID KEY
004810                         DISPLAY "*** PREREQUISITES FOR "
004820                             WS-PREREQ-FOR-CODE
004830                             " COULD NOT BE REWRITTEN ***"
004840                     NOT INVALID KEY
004850                         DISPLAY "PREREQUISITES FOR "
004860                             WS-PREREQ-FOR-CODE " CHANGED."
004870                 END-REWRITE
004880             ELSE
004890                 WRITE PREREQ-REC
004900                     INVALID KEY
004910                         DISPLAY "*** PREREQUISITES FOR "
004920                             WS-PREREQ-FOR-CODE
004930                             " COULD NOT BE ADDED ***"
004940                     NOT INVALID KEY
004950                         DISPLAY "PREREQUISITES FOR "
004960                             WS-PREREQ-FOR-CODE " ADDED."
004970                 END-WRITE
004980             END-IF
004990         END-IF
005000     ELSE
005010         DISPLAY "SAVE NOT CONFIRMED - PREREQUISITES FOR "
005020             WS-PREREQ-FOR-CODE " NOT CHANGED."
005030     END-IF
005040 6700-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080* 8000-TERMINATE
005090*****************************************************************
005100 8000-TERMINATE.
005110     IF NOT WS-ABORT
005120         CLOSE COURSE-FILE
005130         IF WS-STUDENT-FILE-AVAILABLE
005140             CLOSE STUDENT-FILE
005150         END-IF
005160         CLOSE PREREQ-FILE
005170     END-IF
005180 8000-EXIT.
005190     EXIT.
