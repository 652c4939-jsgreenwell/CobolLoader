000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  SECTWRITER.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* LOADS AND MAINTAINS SECTION.DAT, THE SECTION SCHEDULE MASTER
000090* (SEE SECTREC.CPY) - WHEN AND WHERE EACH COURSE MEETS IN A TERM
000100* AND WHO TEACHES IT.  INTERACTIVE, ONE COURSE AND TERM AT A
000110* TIME - KEYING A SECTION ALREADY ON FILE SHOWS IT AND CHANGES
000120* IT, THE SAME WAY FEEWRITER CHANGES A TERM ALREADY ON FILE.
000130* THE COURSE MUST BE ON COURSES.DAT AND THE TERM ON TERMS.DAT.
000140*
000150* EACH FIELD IS SHOWN AND TAKES A NEW VALUE OR BLANK TO KEEP.
000160* MEETING DAYS ARE KEYED AS LETTERS IN ANY ORDER (M T W R F S U -
000170* R IS THURSDAY, U IS SUNDAY), SO MWF OR TR.  TIMES ARE 24-HOUR
000180* HHMM AND THE CLASS MUST END AFTER IT STARTS.  NOTHING IS
000190* WRITTEN UNTIL THE OPERATOR CONFIRMS, AND A SECTION ALREADY ON
000200* FILE CAN BE DELETED AT THE SAME PROMPT.
000210*
000220* ENROLLWRITER REFUSES AN ENROLLMENT THAT OVERLAPS ONE OF THE
000230* STUDENT'S OTHER CLASSES FROM THESE TIMES, SO A CHANGE HERE
000240* DOES NOT REACH STUDENTS ALREADY ENROLLED - RUN ROOMUTIL AFTER
000250* CHANGING A TERM'S SCHEDULE TO CATCH ANY ROOM OR INSTRUCTOR NOW
000260* DOUBLE-BOOKED.  SUPERVISOR-ONLY, AND EACH RECORD CARRIES WHO
000270* LAST CHANGED IT AND WHEN.
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
000380     SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS SECT-KEY
000420         FILE STATUS IS WS-SECTION-FILE-STATUS.
000430
000440     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS COURSE-CODE
000480         FILE STATUS IS WS-COURSE-FILE-STATUS.
000490
000500     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS TERM-CODE
000540         FILE STATUS IS WS-TERM-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SECTION-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY SECTREC.
000610
000620 FD  COURSE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY COURSREC.
000650
000660 FD  TERM-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY TERMREC.
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-SWITCHES.
000720     05  WS-SECTION-FILE-STATUS      PIC X(02).
000730         88  WS-SECTION-FILE-NOT-FOUND VALUE "35".
000740     05  WS-COURSE-FILE-STATUS       PIC X(02).
000750         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
000760     05  WS-TERM-FILE-STATUS         PIC X(02).
000770         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
000780     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000790         88  WS-ABORT                VALUE "Y".
000800     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000810         88  WS-DATA-VALID           VALUE "Y".
000820     05  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
000830         88  WS-ON-FILE              VALUE "Y".
000840     05  WS-KEY-OK-SWITCH            PIC X(01) VALUE "N".
000850         88  WS-KEY-OK               VALUE "Y".
000860     05  WS-DAY-FOUND-SWITCH         PIC X(01) VALUE "N".
000870         88  WS-DAY-FOUND            VALUE "Y".
000880
000890*****************************************************************
000900* OPERATOR ID KEYED IN AT STARTUP.
000910*****************************************************************
000920 01  WS-OPERATOR-ID                  PIC X(08).
000930
000940*****************************************************************
000950* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
000960*****************************************************************
000970 COPY SIGNPARM.
000980 01  WS-REPLY-LINE                   PIC X(30).
000990
001000*****************************************************************
001010* SECTION KEY ACCEPT AREA - ONE LINE KEYED IN AS
001020*   COURSECODE, TERM
001030*****************************************************************
001040 01  WS-KEY-INPUT-LINE               PIC X(30).
001050 01  WS-INPUT-FIELDS.
001060     05  WS-IN-COURSE-CODE           PIC X(04).
001070     05  WS-IN-TERM                  PIC X(05).
001080
001090*****************************************************************
001100* MEETING DAY LETTERS IN SECT-DAY ORDER.  A DAY KEYED IN IS
001110* LOOKED UP HERE AND DROPPED INTO THE SAME POSITION ON THE
001120* RECORD.
001130*****************************************************************
001140 01  WS-DAY-LETTER-DATA              PIC X(07) VALUE "MTWRFSU".
001150 01  WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTER-DATA.
001160     05  WS-DAY-LETTER               PIC X(01) OCCURS 7 TIMES.
001170
001180 01  WS-DAY-WORK-AREAS.
001190     05  WS-IN-DAYS.
001200         10  WS-IN-DAY               PIC X(01) OCCURS 7 TIMES.
001210     05  WS-NEW-DAYS.
001220         10  WS-NEW-DAY              PIC X(01) OCCURS 7 TIMES.
001230     05  WS-DAY-SUB                  PIC 9(02) COMP.
001240     05  WS-LETTER-SUB               PIC 9(02) COMP.
001250     05  WS-DAY-COUNT                PIC 9(02) COMP.
001260
001270*****************************************************************
001280* TIME EDIT - A KEYED HHMM MUST BE A REAL TIME OF DAY.
001290*****************************************************************
001300 01  WS-TIME-EDIT-WORK-AREAS.
001310     05  WS-EDIT-TIME.
001320         10  WS-EDIT-HOUR            PIC 9(02).
001330         10  WS-EDIT-MINUTE          PIC 9(02).
001340     05  WS-EDIT-TIME-NUM REDEFINES WS-EDIT-TIME
001350                                     PIC 9(04).
001360     05  WS-TIME-OK-SWITCH           PIC X(01) VALUE "Y".
001370         88  WS-TIME-OK              VALUE "Y".
001380     05  WS-NEW-START-TIME           PIC 9(04).
001390     05  WS-NEW-END-TIME             PIC 9(04).
001400
001410 01  WS-RUN-TOTALS.
001420     05  WS-RUN-ADDED-COUNT          PIC 9(08) COMP VALUE ZERO.
001430     05  WS-RUN-CHANGED-COUNT        PIC 9(08) COMP VALUE ZERO.
001440     05  WS-RUN-DELETED-COUNT        PIC 9(08) COMP VALUE ZERO.
001450
001460 PROCEDURE DIVISION.
001470*****************************************************************
001480* 0000-MAINLINE
001490*****************************************************************
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001520
001530     IF NOT WS-ABORT
001540         PERFORM 2000-GET-SECTION-KEY THRU 2000-EXIT
001550         PERFORM 3000-PROCESS-SECTION THRU 3000-EXIT
001560             UNTIL WS-KEY-INPUT-LINE = SPACES
001570     END-IF
001580
001590     PERFORM 8000-TERMINATE THRU 8000-EXIT
001600     STOP RUN.
001610
001620*****************************************************************
001630* 1000-INITIALIZE - SIGN THE OPERATOR ON (SUPERVISOR-ONLY) AND
001640* OPEN THE FILES.  COURSES.DAT AND TERMS.DAT ARE REQUIRED.  A
001650* BRAND-NEW SECTION.DAT IS CREATED (EMPTY) THE FIRST TIME.
001660*****************************************************************
001670 1000-INITIALIZE.
001680     DISPLAY "ENTER YOUR OPERATOR ID"
001690     MOVE SPACES TO WS-OPERATOR-ID
001700     ACCEPT WS-OPERATOR-ID
001710     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
001720
001730     IF NOT WS-ABORT
001740         OPEN INPUT COURSE-FILE
001750         IF WS-COURSE-FILE-NOT-FOUND
001760             DISPLAY "*** COURSES.DAT NOT FOUND - "
001770                 "RUN COURSEWRITER FIRST ***"
001780             MOVE "Y" TO WS-ABORT-SWITCH
001790         END-IF
001800     END-IF
001810
001820     IF NOT WS-ABORT
001830         OPEN INPUT TERM-FILE
001840         IF WS-TERM-FILE-NOT-FOUND
001850             DISPLAY "*** TERMS.DAT NOT FOUND - "
001860                 "RUN TERMWRITER FIRST ***"
001870             CLOSE COURSE-FILE
001880             MOVE "Y" TO WS-ABORT-SWITCH
001890         ELSE
001900             OPEN I-O SECTION-FILE
001910             IF WS-SECTION-FILE-NOT-FOUND
001920                 OPEN OUTPUT SECTION-FILE
001930                 CLOSE SECTION-FILE
001940                 OPEN I-O SECTION-FILE
001950             END-IF
001960             DISPLAY "SECTWRITER - ADD OR CHANGE A COURSE'S "
001970                 "MEETING DAYS, TIMES, ROOM AND INSTRUCTOR."
001980         END-IF
001990     END-IF
002000 1000-EXIT.
002010     EXIT.
002020
002030*****************************************************************
002040* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
002050* MODULE.  THE SECTION SCHEDULE IS A SUPERVISOR-ONLY FUNCTION,
002060* THE SAME AS THE FEE SCHEDULE AND PROGRAM REQUIREMENTS.
002070*****************************************************************
002080 1100-VALIDATE-OPERATOR.
002090     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
002100     MOVE "SECTWRITER" TO SIGNON-PROGRAM-NAME
002110     MOVE "Y" TO SIGNON-NEED-SUPER-FLAG
002120     CALL "SIGNON" USING SIGNON-PARM
002130     IF NOT SIGNON-OK
002140         MOVE "Y" TO WS-ABORT-SWITCH
002150     END-IF
002160 1100-EXIT.
002170     EXIT.
002180
002190*****************************************************************
002200* 2000-GET-SECTION-KEY
002210*****************************************************************
002220 2000-GET-SECTION-KEY.
002230     DISPLAY "ENTER - COURSECODE, TERM.  ENTER NOTHING TO END."
002240     MOVE SPACES TO WS-KEY-INPUT-LINE
002250     ACCEPT WS-KEY-INPUT-LINE
002260
002270     IF WS-KEY-INPUT-LINE NOT = SPACES
002280         MOVE SPACES TO WS-INPUT-FIELDS
002290         UNSTRING WS-KEY-INPUT-LINE DELIMITED BY ","
002300             INTO WS-IN-COURSE-CODE, WS-IN-TERM
002310         END-UNSTRING
002320     END-IF
002330 2000-EXIT.
002340     EXIT.
002350
002360*****************************************************************
002370* 3000-PROCESS-SECTION - THE COURSE AND TERM MUST BOTH BE ON
002380* FILE.  LOAD THE SECTION (OR START A NEW ONE), TAKE THE
002390* CHANGES, AND SAVE OR DELETE ON CONFIRMATION.
002400*****************************************************************
002410 3000-PROCESS-SECTION.
002420     PERFORM 3050-VALIDATE-KEY THRU 3050-EXIT
002430
002440     IF WS-KEY-OK
002450         PERFORM 3100-LOAD-SECTION THRU 3100-EXIT
002460         PERFORM 3200-CHANGE-SECTION THRU 3200-EXIT
002470         IF WS-DATA-VALID
002480             PERFORM 3700-CONFIRM-AND-SAVE THRU 3700-EXIT
002490         ELSE
002500             DISPLAY "*** SECTION " WS-IN-COURSE-CODE " "
002510                 WS-IN-TERM " NOT CHANGED ***"
002520         END-IF
002530     END-IF
002540
002550     PERFORM 2000-GET-SECTION-KEY THRU 2000-EXIT
002560 3000-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600* 3050-VALIDATE-KEY - COURSE ON COURSES.DAT, TERM ON TERMS.DAT.
002610*****************************************************************
002620 3050-VALIDATE-KEY.
002630     MOVE "Y" TO WS-KEY-OK-SWITCH
002640
002650     MOVE WS-IN-COURSE-CODE TO COURSE-CODE
002660     READ COURSE-FILE
002670         INVALID KEY
002680             DISPLAY "*** COURSE " WS-IN-COURSE-CODE
002690                 " IS NOT ON COURSES.DAT - REJECTED ***"
002700             MOVE "N" TO WS-KEY-OK-SWITCH
002710     END-READ
002720
002730     MOVE WS-IN-TERM TO TERM-CODE
002740     READ TERM-FILE
002750         INVALID KEY
002760             DISPLAY "*** TERM " WS-IN-TERM
002770                 " IS NOT ON TERMS.DAT - REJECTED ***"
002780             MOVE "N" TO WS-KEY-OK-SWITCH
002790     END-READ
002800 3050-EXIT.
002810     EXIT.
002820
002830*****************************************************************
002840* 3100-LOAD-SECTION - READ THE SECTION AND SHOW IT, OR SET UP A
002850* NEW ONE WITH NO DAYS, NO TIMES AND THE INSTRUCTOR TBA.
002860*****************************************************************
002870 3100-LOAD-SECTION.
002880     MOVE WS-IN-COURSE-CODE TO SECT-COURSE-CODE
002890     MOVE WS-IN-TERM TO SECT-TERM
002900     READ SECTION-FILE
002910         INVALID KEY
002920             MOVE "N" TO WS-ON-FILE-SWITCH
002930         NOT INVALID KEY
002940             MOVE "Y" TO WS-ON-FILE-SWITCH
002950     END-READ
002960
002970     IF WS-ON-FILE
002980         PERFORM 3150-SHOW-SECTION THRU 3150-EXIT
002990     ELSE
003000         MOVE SPACES TO SECT-REC
003010         MOVE WS-IN-COURSE-CODE TO SECT-COURSE-CODE
003020         MOVE WS-IN-TERM TO SECT-TERM
003030         MOVE ZERO TO SECT-START-TIME
003040         MOVE ZERO TO SECT-END-TIME
003050         MOVE "TBA" TO SECT-INSTRUCTOR
003060         MOVE ZERO TO SECT-CHANGED-DATE
003070         DISPLAY "COURSE " SECT-COURSE-CODE " - " COURSE-TITLE
003080         DISPLAY "TERM " SECT-TERM " - " TERM-DESCRIPTION
003090             " HAS NO SECTION ON FILE - NEW RECORD."
003100     END-IF
003110 3100-EXIT.
003120     EXIT.
003130
003140*****************************************************************
003150* 3150-SHOW-SECTION - THE SECTION AS IT STANDS.
003160*****************************************************************
003170 3150-SHOW-SECTION.
003180     DISPLAY "COURSE " SECT-COURSE-CODE " - " COURSE-TITLE
003190     DISPLAY "TERM " SECT-TERM " - " TERM-DESCRIPTION
003200     DISPLAY "MEETING DAYS:   " SECT-MEETING-DAYS
003210     DISPLAY "START TIME:     " SECT-START-TIME
003220     DISPLAY "END TIME:       " SECT-END-TIME
003230     DISPLAY "ROOM:           " SECT-ROOM
003240     DISPLAY "INSTRUCTOR:     " SECT-INSTRUCTOR
003250     DISPLAY "LAST CHANGED:   " SECT-CHANGED-DATE
003260         " BY " SECT-CHANGED-BY
003270 3150-EXIT.
003280     EXIT.
003290
003300*****************************************************************
003310* 3200-CHANGE-SECTION - TAKE A NEW VALUE OR BLANK TO KEEP FOR
003320* EACH FIELD, THEN CHECK THE FINISHED SECTION HANGS TOGETHER -
003330* AT LEAST ONE DAY, AND AN END TIME AFTER THE START TIME.
003340*****************************************************************
003350 3200-CHANGE-SECTION.
003360     MOVE "Y" TO WS-VALID-SWITCH
003370     MOVE SECT-START-TIME TO WS-NEW-START-TIME
003380     MOVE SECT-END-TIME TO WS-NEW-END-TIME
003390
003400     DISPLAY "ENTER MEETING DAYS (M T W R F S U, E.G. MWF OR TR) "
003410         "OR BLANK TO KEEP"
003420     MOVE SPACES TO WS-REPLY-LINE
003430     ACCEPT WS-REPLY-LINE
003440     IF WS-REPLY-LINE NOT = SPACES
003450         PERFORM 3300-EDIT-MEETING-DAYS THRU 3300-EXIT
003460     END-IF
003470
003480     DISPLAY "ENTER START TIME (HHMM, 24-HOUR) OR BLANK TO KEEP "
003490         SECT-START-TIME
003500     MOVE SPACES TO WS-REPLY-LINE
003510     ACCEPT WS-REPLY-LINE
003520     IF WS-REPLY-LINE NOT = SPACES
003530         PERFORM 3400-EDIT-TIME THRU 3400-EXIT
003540         IF WS-TIME-OK
003550             MOVE WS-EDIT-TIME-NUM TO WS-NEW-START-TIME
003560         ELSE
003570             DISPLAY "*** START TIME MUST BE HHMM - REJECTED ***"
003580             MOVE "N" TO WS-VALID-SWITCH
003590         END-IF
003600     END-IF
003610
003620     DISPLAY "ENTER END TIME (HHMM, 24-HOUR) OR BLANK TO KEEP "
003630         SECT-END-TIME
003640     MOVE SPACES TO WS-REPLY-LINE
003650     ACCEPT WS-REPLY-LINE
003660     IF WS-REPLY-LINE NOT = SPACES
003670         PERFORM 3400-EDIT-TIME THRU 3400-EXIT
003680         IF WS-TIME-OK
003690             MOVE WS-EDIT-TIME-NUM TO WS-NEW-END-TIME
003700         ELSE
003710             DISPLAY "*** END TIME MUST BE HHMM - REJECTED ***"
003720             MOVE "N" TO WS-VALID-SWITCH
003730         END-IF
003740     END-IF
003750
003760     DISPLAY "ENTER ROOM OR BLANK TO KEEP " SECT-ROOM
003770     MOVE SPACES TO WS-REPLY-LINE
003780     ACCEPT WS-REPLY-LINE
003790     IF WS-REPLY-LINE NOT = SPACES
003800         MOVE WS-REPLY-LINE TO SECT-ROOM
003810     END-IF
003820
003830     DISPLAY "ENTER INSTRUCTOR (OR TBA) OR BLANK TO KEEP "
003840         SECT-INSTRUCTOR
003850     MOVE SPACES TO WS-REPLY-LINE
003860     ACCEPT WS-REPLY-LINE
003870     IF WS-REPLY-LINE NOT = SPACES
003880         MOVE WS-REPLY-LINE TO SECT-INSTRUCTOR
003890     END-IF
003900
003910     IF WS-DATA-VALID
003920         MOVE WS-NEW-START-TIME TO SECT-START-TIME
003930         MOVE WS-NEW-END-TIME TO SECT-END-TIME
003940         IF SECT-MEETING-DAYS = SPACES
003950             DISPLAY "*** NO MEETING DAYS - REJECTED ***"
003960             MOVE "N" TO WS-VALID-SWITCH
003970         END-IF
003980         IF SECT-END-TIME NOT > SECT-START-TIME
003990             DISPLAY "*** END TIME MUST BE AFTER START TIME - "
004000                 "REJECTED ***"
004010             MOVE "N" TO WS-VALID-SWITCH
004020         END-IF
004030         IF SECT-ROOM = SPACES
004040             DISPLAY "*** ROOM CANNOT BE BLANK - REJECTED ***"
004050             MOVE "N" TO WS-VALID-SWITCH
004060         END-IF
004070     END-IF
004080 3200-EXIT.
004090     EXIT.
004100
004110*****************************************************************
004120* 3300-EDIT-MEETING-DAYS - EACH LETTER KEYED IS LOOKED UP IN THE
004130* DAY TABLE AND SET IN ITS OWN POSITION, SO "FWM" AND "MWF" BOTH
004140* STORE AS "M W F  ".  ANY OTHER LETTER REJECTS THE DAYS.
004150*****************************************************************
004160 3300-EDIT-MEETING-DAYS.
004170     MOVE WS-REPLY-LINE(1:7) TO WS-IN-DAYS
004180     MOVE SPACES TO WS-NEW-DAYS
004190     MOVE ZERO TO WS-DAY-COUNT
004200     PERFORM 3350-PLACE-ONE-DAY THRU 3350-EXIT
004210         VARYING WS-DAY-SUB FROM 1 BY 1
004220         UNTIL WS-DAY-SUB > 7
004230
004240     IF WS-REPLY-LINE(8:23) NOT = SPACES
004250         ADD 1 TO WS-DAY-COUNT
004260     END-IF
004270
004280     IF WS-DAY-COUNT > ZERO
004290         DISPLAY "*** MEETING DAYS MUST BE M T W R F S U - "
004300             "REJECTED ***"
004310         MOVE "N" TO WS-VALID-SWITCH
004320     ELSE
004330         MOVE WS-NEW-DAYS TO SECT-MEETING-DAYS
004340     END-IF
004350 3300-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390* 3350-PLACE-ONE-DAY - WS-DAY-COUNT COUNTS LETTERS NOT FOUND.
004400*****************************************************************
004410 3350-PLACE-ONE-DAY.
004420     IF WS-IN-DAY (WS-DAY-SUB) NOT = SPACE
004430         MOVE "N" TO WS-DAY-FOUND-SWITCH
004440         PERFORM 3360-MATCH-DAY-LETTER THRU 3360-EXIT
004450             VARYING WS-LETTER-SUB FROM 1 BY 1
004460             UNTIL WS-LETTER-SUB > 7
004470                 OR WS-DAY-FOUND
004480         IF NOT WS-DAY-FOUND
004490             ADD 1 TO WS-DAY-COUNT
004500         END-IF
004510     END-IF
004520 3350-EXIT.
004530     EXIT.
004540
004550 3360-MATCH-DAY-LETTER.
004560     IF WS-IN-DAY (WS-DAY-SUB) = WS-DAY-LETTER (WS-LETTER-SUB)
004570         MOVE WS-DAY-LETTER (WS-LETTER-SUB)
004580             TO WS-NEW-DAY (WS-LETTER-SUB)
004590         MOVE "Y" TO WS-DAY-FOUND-SWITCH
004600     END-IF
004610 3360-EXIT.
004620     EXIT.
004630
004640*****************************************************************
004650* 3400-EDIT-TIME - THE REPLY MUST BE FOUR DIGITS FORMING A REAL
004660* 24-HOUR TIME.
004670*****************************************************************
004680 3400-EDIT-TIME.
004690     MOVE "Y" TO WS-TIME-OK-SWITCH
004700     IF WS-REPLY-LINE(1:4) NOT NUMERIC
004710         OR WS-REPLY-LINE(5:26) NOT = SPACES
004720         MOVE "N" TO WS-TIME-OK-SWITCH
004730     ELSE
004740         MOVE WS-REPLY-LINE(1:4) TO WS-EDIT-TIME
004750         IF WS-EDIT-HOUR > 23 OR WS-EDIT-MINUTE > 59
004760             MOVE "N" TO WS-TIME-OK-SWITCH
004770         END-IF
004780     END-IF
004790 3400-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830* 3700-CONFIRM-AND-SAVE - SHOW THE SECTION AS IT WILL STAND AND
004840* WRITE (OR REWRITE) THE RECORD ON CONFIRMATION, STAMPED WITH
004850* THE OPERATOR AND DATE.  D DELETES A SECTION ALREADY ON FILE -
004860* ENROLLMENTS IN THE COURSE STAY, THEY ARE JUST NO LONGER
004870* CHECKED FOR TIME CONFLICTS.
004880*****************************************************************
004890 3700-CONFIRM-AND-SAVE.
004900     PERFORM 3150-SHOW-SECTION THRU 3150-EXIT
004910     IF WS-ON-FILE
004920         DISPLAY "SAVE THIS SECTION?  ENTER Y TO CONFIRM, "
004930             "D TO DELETE IT"
004940     ELSE
004950         DISPLAY "SAVE THIS SECTION?  ENTER Y TO CONFIRM"
004960     END-IF
004970     MOVE SPACES TO WS-REPLY-LINE
004980     ACCEPT WS-REPLY-LINE
004990     EVALUATE TRUE
005000         WHEN WS-REPLY-LINE(1:1) = "Y"
005010             ACCEPT SECT-CHANGED-DATE FROM DATE YYYYMMDD
005020             MOVE WS-OPERATOR-ID TO SECT-CHANGED-BY
005030             IF WS-ON-FILE
005040                 REWRITE SECT-REC
005050                     INVALID KEY
005060                         DISPLAY "*** SECTION " SECT-KEY
005070                             " COULD NOT BE REWRITTEN ***"
005080                     NOT INVALID KEY
005090                         ADD 1 TO WS-RUN-CHANGED-COUNT
005100                         DISPLAY "SECTION " SECT-COURSE-CODE " "
005110                             SECT-TERM " CHANGED."
005120                 END-REWRITE
005130             ELSE
005140                 WRITE SECT-REC
005150                     INVALID KEY
005160                         DISPLAY "*** SECTION " SECT-KEY
005170                             " COULD NOT BE ADDED ***"
005180                     NOT INVALID KEY
005190                         ADD 1 TO WS-RUN-ADDED-COUNT
005200                         DISPLAY "SECTION " SECT-COURSE-CODE " "
005210                             SECT-TERM " ADDED."
005220                 END-WRITE
005230             END-IF
005240         WHEN WS-REPLY-LINE(1:1) = "D" AND WS-ON-FILE
005250             DELETE SECTION-FILE
005260                 INVALID KEY
005270                     DISPLAY "*** SECTION " SECT-KEY
005280                         " COULD NOT BE DELETED ***"
005290                 NOT INVALID KEY
005300                     ADD 1 TO WS-RUN-DELETED-COUNT
005310                     DISPLAY "SECTION " SECT-COURSE-CODE " "
005320                         SECT-TERM " DELETED."
005330             END-DELETE
005340         WHEN OTHER
005350             DISPLAY "SAVE NOT CONFIRMED - SECTION "
005360                 SECT-COURSE-CODE " " SECT-TERM " NOT CHANGED."
005370     END-EVALUATE
005380 3700-EXIT.
005390     EXIT.
005400
005410*****************************************************************
005420* 8000-TERMINATE
005430*****************************************************************
005440 8000-TERMINATE.
005450     IF NOT WS-ABORT
005460         CLOSE SECTION-FILE
005470         CLOSE COURSE-FILE
005480         CLOSE TERM-FILE
005490         DISPLAY "SECTWRITER COMPLETE - " WS-RUN-ADDED-COUNT
005500             " ADDED, " WS-RUN-CHANGED-COUNT " CHANGED, "
005510             WS-RUN-DELETED-COUNT " DELETED."
005520     END-IF
005530 8000-EXIT.
005540     EXIT.
