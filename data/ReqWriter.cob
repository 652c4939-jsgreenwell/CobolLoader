000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  REQWRITER.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* LOADS AND MAINTAINS PROGREQ.DAT, THE PROGRAM-OF-STUDY
000090* REQUIREMENTS MASTER (SEE PROGREQ.CPY) THAT DEGAUDIT CHECKS
000100* EVERY STUDENT AGAINST.  INTERACTIVE, ONE PROGRAM AT A TIME -
000110* KEYING A PROGRAM ALREADY ON FILE SHOWS ITS REQUIREMENTS AND
000120* CHANGES THEM, THE SAME WAY TERMWRITER REWRITES A TERM ALREADY
000130* ON FILE.  THE PROGRAM CODE MUST BE ON COURSES.DAT, THE SAME
000140* CROSS-REFERENCE STUDENTWRITER MAKES FOR A STUDENT'S COURSE-CODE.
000150*
000160* THE DESCRIPTION AND TOTAL CREDITS NEEDED ARE SHOWN AND TAKE A
000170* NEW VALUE OR BLANK TO KEEP, THEN REQUIRED COURSES ARE KEYED ONE
000180* PER LINE WITH THEIR MINIMUM GRADE.  A COURSE ALREADY ON THE
000190* LIST HAS ITS MINIMUM GRADE CHANGED, AND A MINIMUM GRADE OF X
000200* TAKES IT OFF THE LIST.  NOTHING IS WRITTEN UNTIL THE OPERATOR
000210* CONFIRMS THE FINISHED LIST.
000220*
000230* THE REQUIREMENTS DECIDE WHO GRADUATES, SO THE PROGRAM IS
000240* SUPERVISOR-ONLY AND EACH RECORD CARRIES WHO LAST CHANGED IT
000250* AND WHEN.
000260*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   ---------- ----  ------------------------------------------
000300*   2026-10-15 JMS   ORIGINAL PROGRAM.
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PROGREQ-FILE ASSIGN TO "PROGREQ.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS PREQ-PROGRAM-CODE
000400         FILE STATUS IS WS-PROGREQ-FILE-STATUS.
000410
000420     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS COURSE-CODE OF COURSE-REC
000460         FILE STATUS IS WS-COURSE-FILE-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PROGREQ-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY PROGREQ.
000530
000540 FD  COURSE-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY COURSREC.
000570
000580 WORKING-STORAGE SECTION.
000590 01  WS-SWITCHES.
000600     05  WS-PROGREQ-FILE-STATUS      PIC X(02).
000610         88  WS-PROGREQ-FILE-NOT-FOUND VALUE "35".
000620     05  WS-COURSE-FILE-STATUS       PIC X(02).
000630         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
000640     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000650         88  WS-ABORT                VALUE "Y".
000660     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000670         88  WS-DATA-VALID           VALUE "Y".
000680     05  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
000690         88  WS-ON-FILE              VALUE "Y".
000700     05  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE "N".
000710         88  WS-ENTRY-FOUND          VALUE "Y".
000720     05  WS-GRADE-FOUND-SWITCH       PIC X(01) VALUE "N".
000730         88  WS-GRADE-FOUND          VALUE "Y".
000740     05  WS-COURSE-OK-SWITCH         PIC X(01) VALUE "N".
000750         88  WS-COURSE-OK            VALUE "Y".
000760
000770*****************************************************************
000780* OPERATOR ID KEYED IN AT STARTUP.
000790*****************************************************************
000800 01  WS-OPERATOR-ID                  PIC X(08).
000810
000820*****************************************************************
000830* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
000840*****************************************************************
000850 COPY SIGNPARM.
000860 01  WS-PROGRAM-CODE-LINE            PIC X(04).
000870 01  WS-REPLY-LINE                   PIC X(30).
000871 01  WS-REPLY-VALUES REDEFINES WS-REPLY-LINE.
000872     05  WS-REPLY-CREDITS            PIC 9(03)V9.
000873     05  FILLER                      PIC X(26).
000880
000890*****************************************************************
000900* REQUIRED-COURSE ACCEPT AREA - ONE LINE OF COMMA SEPARATED
000910* FIELDS KEYED IN AS -  COURSECODE, MINGRADE.
000920*****************************************************************
000930 01  WS-COURSE-INPUT-LINE            PIC X(30).
000940 01  WS-INPUT-FIELDS.
000950     05  WS-IN-COURSE-CODE           PIC X(04).
000960     05  WS-IN-MIN-GRADE             PIC X(02).
000970
000980*****************************************************************
000990* THE SHARED GRADE POINT TABLE - ONLY ITS ORDER IS USED HERE, TO
001000* CHECK A KEYED MINIMUM GRADE IS A REAL PASSING GRADE.
001010*****************************************************************
001020 COPY GRADEPTS.
001030
001040 01  WS-SUBSCRIPTS.
001050     05  WS-GP-SUB                   PIC 9(02) COMP.
001060     05  WS-ENTRY-SUB                PIC 9(02) COMP.
001070     05  WS-FOUND-SUB                PIC 9(02) COMP.
001080     05  WS-NEXT-SUB                 PIC 9(02) COMP.
001090     05  WS-PREQ-MAX-ENTRIES         PIC 9(02) COMP VALUE 30.
001100
001110 01  WS-SHOW-CREDITS                 PIC ZZ9.9.
001120
001130 01  WS-RUN-TOTALS.
001140     05  WS-RUN-ADDED-COUNT          PIC 9(08) COMP VALUE ZERO.
001150     05  WS-RUN-CHANGED-COUNT        PIC 9(08) COMP VALUE ZERO.
001160
001170 PROCEDURE DIVISION.
001180*****************************************************************
001190* 0000-MAINLINE
001200*****************************************************************
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001230
001240     IF NOT WS-ABORT
001250         PERFORM 2000-GET-PROGRAM-CODE THRU 2000-EXIT
001260         PERFORM 3000-PROCESS-PROGRAM THRU 3000-EXIT
001270             UNTIL WS-PROGRAM-CODE-LINE = SPACES
001280     END-IF
001290
001300     PERFORM 8000-TERMINATE THRU 8000-EXIT
001310     STOP RUN.
001320
001330*****************************************************************
001340* 1000-INITIALIZE - SIGN THE OPERATOR ON (SUPERVISOR-ONLY) AND
001350* OPEN THE FILES.  COURSES.DAT IS REQUIRED.  A BRAND-NEW
001360* PROGREQ.DAT IS CREATED (EMPTY) THE FIRST TIME.
001370*****************************************************************
001380 1000-INITIALIZE.
001390     DISPLAY "ENTER YOUR OPERATOR ID"
001400     MOVE SPACES TO WS-OPERATOR-ID
001410     ACCEPT WS-OPERATOR-ID
001420     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
001430
001440     IF NOT WS-ABORT
001450         OPEN INPUT COURSE-FILE
001460         IF WS-COURSE-FILE-NOT-FOUND
001470             DISPLAY "*** COURSES.DAT NOT FOUND - "
001480                 "RUN COURSEWRITER FIRST ***"
001490             MOVE "Y" TO WS-ABORT-SWITCH
001500         ELSE
001510             OPEN I-O PROGREQ-FILE
001520             IF WS-PROGREQ-FILE-NOT-FOUND
001530                 OPEN OUTPUT PROGREQ-FILE
001540                 CLOSE PROGREQ-FILE
001550                 OPEN I-O PROGREQ-FILE
001560             END-IF
001570             DISPLAY "REQWRITER - ADD OR CHANGE PROGRAM "
001580                 "REQUIREMENTS.  A CODE ALREADY ON FILE IS "
001590                 "CHANGED."
001600         END-IF
001610     END-IF
001620 1000-EXIT.
001630     EXIT.
001640
001650*****************************************************************
001660* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
001670* MODULE.  THE REQUIREMENTS MASTER IS A SUPERVISOR-ONLY
001680* FUNCTION, SO SUPERVISOR AUTHORITY IS ASKED FOR - SIGNON CHECKS
001690* THE PASSWORD AND LOCKOUT AND LOGS THE ATTEMPT TO SIGNLOG.DAT
001700* EITHER WAY.
001710*****************************************************************
001720 1100-VALIDATE-OPERATOR.
001730     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
001740     MOVE "REQWRITER" TO SIGNON-PROGRAM-NAME
001750     MOVE "Y" TO SIGNON-NEED-SUPER-FLAG
001760     CALL "SIGNON" USING SIGNON-PARM
001770     IF NOT SIGNON-OK
001780         MOVE "Y" TO WS-ABORT-SWITCH
001790     END-IF
001800 1100-EXIT.
001810     EXIT.
001820
001830*****************************************************************
001840* 2000-GET-PROGRAM-CODE
001850*****************************************************************
001860 2000-GET-PROGRAM-CODE.
001870     DISPLAY "ENTER PROGRAM CODE.  ENTER NOTHING TO END."
001880     MOVE SPACES TO WS-PROGRAM-CODE-LINE
001890     ACCEPT WS-PROGRAM-CODE-LINE
001900 2000-EXIT.
001910     EXIT.
001920
001930*****************************************************************
001940* 3000-PROCESS-PROGRAM - THE PROGRAM CODE MUST BE ON COURSES.DAT.
001950* LOAD WHAT IS ON FILE FOR IT (OR START A NEW RECORD), TAKE THE
001960* CHANGES, AND SAVE ON CONFIRMATION.
001970*****************************************************************
001980 3000-PROCESS-PROGRAM.
001990     MOVE WS-PROGRAM-CODE-LINE TO COURSE-CODE OF COURSE-REC
002000     READ COURSE-FILE
002010         INVALID KEY
002020             DISPLAY "*** PROGRAM " WS-PROGRAM-CODE-LINE
002030                 " IS NOT ON COURSES.DAT - REJECTED ***"
002040         NOT INVALID KEY
002050             PERFORM 3100-LOAD-PROGRAM THRU 3100-EXIT
002060             PERFORM 3200-CHANGE-HEADER THRU 3200-EXIT
002070             IF WS-DATA-VALID
002080                 PERFORM 3300-GET-COURSE-LINE THRU 3300-EXIT
002090                 PERFORM 3400-PROCESS-COURSE-LINE THRU 3400-EXIT
002100                     UNTIL WS-COURSE-INPUT-LINE = SPACES
002110                 PERFORM 3700-CONFIRM-AND-SAVE THRU 3700-EXIT
002120             ELSE
002130                 DISPLAY "*** PROGRAM " WS-PROGRAM-CODE-LINE
002140                     " NOT CHANGED ***"
002150             END-IF
002160     END-READ
002170
002180     PERFORM 2000-GET-PROGRAM-CODE THRU 2000-EXIT
002190 3000-EXIT.
002200     EXIT.
002210
002220*****************************************************************
002230* 3100-LOAD-PROGRAM - READ THE PROGRAM'S REQUIREMENTS AND SHOW
002240* THEM, OR SET UP AN EMPTY RECORD FOR A NEW PROGRAM.
002250*****************************************************************
002260 3100-LOAD-PROGRAM.
002270     MOVE WS-PROGRAM-CODE-LINE TO PREQ-PROGRAM-CODE
002280     READ PROGREQ-FILE
002290         INVALID KEY
002300             MOVE "N" TO WS-ON-FILE-SWITCH
002310         NOT INVALID KEY
002320             MOVE "Y" TO WS-ON-FILE-SWITCH
002330     END-READ
002340
002350     IF WS-ON-FILE
002360         PERFORM 3150-SHOW-PROGRAM THRU 3150-EXIT
002370     ELSE
002380         MOVE SPACES TO PREQ-REC
002390         MOVE WS-PROGRAM-CODE-LINE TO PREQ-PROGRAM-CODE
002400         MOVE ZERO TO PREQ-TOTAL-CREDITS
002410         MOVE ZERO TO PREQ-COURSE-COUNT
002420         MOVE ZERO TO PREQ-CHANGED-DATE
002430         DISPLAY "PROGRAM " PREQ-PROGRAM-CODE
002440             " HAS NO REQUIREMENTS ON FILE - NEW RECORD."
002450     END-IF
002460 3100-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500* 3150-SHOW-PROGRAM - THE REQUIREMENTS AS THEY STAND.
002510*****************************************************************
002520 3150-SHOW-PROGRAM.
002530     MOVE PREQ-TOTAL-CREDITS TO WS-SHOW-CREDITS
002540     DISPLAY "PROGRAM " PREQ-PROGRAM-CODE " - " PREQ-DESCRIPTION
002550     DISPLAY "TOTAL CREDITS NEEDED:  " WS-SHOW-CREDITS
002560     DISPLAY "LAST CHANGED:          " PREQ-CHANGED-DATE
002570         " BY " PREQ-CHANGED-BY
002580     IF PREQ-COURSE-COUNT = ZERO
002590         DISPLAY "NO REQUIRED COURSES ON THE LIST."
002600     ELSE
002610         DISPLAY "REQUIRED COURSE   MINIMUM GRADE"
002620         PERFORM 3160-SHOW-ONE-COURSE THRU 3160-EXIT
002630             VARYING WS-ENTRY-SUB FROM 1 BY 1
002640             UNTIL WS-ENTRY-SUB > PREQ-COURSE-COUNT
002650     END-IF
002660 3150-EXIT.
002670     EXIT.
002680
002690 3160-SHOW-ONE-COURSE.
002700     DISPLAY "  " PREQ-COURSE-CODE (WS-ENTRY-SUB)
002710         "              " PREQ-MIN-GRADE (WS-ENTRY-SUB)
002720 3160-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760* 3200-CHANGE-HEADER - SHOW THE DESCRIPTION AND TOTAL CREDITS
002770* NEEDED AND TAKE A NEW VALUE OR BLANK TO KEEP.  CREDITS ARE
002780* KEYED AS DIGITS WITH THE DECIMAL POINT IMPLIED AND TAKEN
002790* THROUGH A NUMERIC VIEW OF THE REPLY, THE SAME AS PAYPOST'S
002800* KEYED PAYMENT AMOUNT.  A NEW PROGRAM MUST BE GIVEN BOTH.
002810*****************************************************************
002820 3200-CHANGE-HEADER.
002830     MOVE "Y" TO WS-VALID-SWITCH
002840
002850     DISPLAY "ENTER DESCRIPTION OR BLANK TO KEEP"
002860     MOVE SPACES TO WS-REPLY-LINE
002870     ACCEPT WS-REPLY-LINE
002880     IF WS-REPLY-LINE NOT = SPACES
002890         MOVE WS-REPLY-LINE TO PREQ-DESCRIPTION
002900     END-IF
002910     IF PREQ-DESCRIPTION = SPACES
002920         DISPLAY "*** DESCRIPTION CANNOT BE BLANK - REJECTED ***"
002930         MOVE "N" TO WS-VALID-SWITCH
002940     END-IF
002950
002960     DISPLAY "ENTER TOTAL CREDITS NEEDED (4 DIGITS - 1200 IS "
002970         "120.0) OR BLANK TO KEEP"
002980     MOVE SPACES TO WS-REPLY-LINE
002990     ACCEPT WS-REPLY-LINE
003000     IF WS-REPLY-LINE NOT = SPACES
003010         IF WS-REPLY-LINE(1:4) NOT NUMERIC
003020             DISPLAY "*** TOTAL CREDITS MUST BE NUMERIC - "
003030                 "REJECTED ***"
003040             MOVE "N" TO WS-VALID-SWITCH
003050         ELSE
003060             MOVE WS-REPLY-CREDITS TO PREQ-TOTAL-CREDITS
003070         END-IF
003080     END-IF
003090     IF WS-DATA-VALID
003100         IF PREQ-TOTAL-CREDITS = ZERO
003110             DISPLAY "*** TOTAL CREDITS CANNOT BE ZERO - "
003120                 "REJECTED ***"
003130             MOVE "N" TO WS-VALID-SWITCH
003140         END-IF
003150     END-IF
003160 3200-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200* 3300-GET-COURSE-LINE
003210*****************************************************************
003220 3300-GET-COURSE-LINE.
003230     DISPLAY "ENTER - COURSECODE, MINGRADE  (MINGRADE X TAKES "
003240         "THE COURSE OFF THE LIST)"
003250     DISPLAY "ENTER NOTHING WHEN THE LIST IS DONE."
003260     MOVE SPACES TO WS-COURSE-INPUT-LINE
003270     ACCEPT WS-COURSE-INPUT-LINE
003280
003290     IF WS-COURSE-INPUT-LINE NOT = SPACES
003300         MOVE SPACES TO WS-INPUT-FIELDS
003310         UNSTRING WS-COURSE-INPUT-LINE DELIMITED BY ","
003320             INTO WS-IN-COURSE-CODE, WS-IN-MIN-GRADE
003330         END-UNSTRING
003340     END-IF
003350 3300-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 3400-PROCESS-COURSE-LINE - TAKE A COURSE OFF THE LIST, CHANGE
003400* THE MINIMUM GRADE OF ONE ALREADY ON IT, OR ADD A NEW ONE.  A
003410* COURSE ADDED MUST BE ON COURSES.DAT AND ITS MINIMUM GRADE MUST
003420* BE A PASSING GRADE, A+ THROUGH D-.
003430*****************************************************************
003440 3400-PROCESS-COURSE-LINE.
003450     PERFORM 3450-FIND-COURSE-ENTRY THRU 3450-EXIT
003460
003470     IF WS-IN-MIN-GRADE = "X"
003480         IF WS-ENTRY-FOUND
003490             PERFORM 3500-REMOVE-COURSE-ENTRY THRU 3500-EXIT
003500             DISPLAY "COURSE " WS-IN-COURSE-CODE
003510                 " TAKEN OFF THE LIST."
003520         ELSE
003530             DISPLAY "*** COURSE " WS-IN-COURSE-CODE
003540                 " IS NOT ON THE LIST ***"
003550         END-IF
003560     ELSE
003570         PERFORM 3600-VALIDATE-COURSE-LINE THRU 3600-EXIT
003580         IF WS-COURSE-OK
003590             IF WS-ENTRY-FOUND
003600                 MOVE WS-IN-MIN-GRADE
003610                     TO PREQ-MIN-GRADE (WS-FOUND-SUB)
003620                 DISPLAY "COURSE " WS-IN-COURSE-CODE
003630                     " MINIMUM GRADE CHANGED."
003640             ELSE
003650                 IF PREQ-COURSE-COUNT NOT < WS-PREQ-MAX-ENTRIES
003660                     DISPLAY "*** THE LIST IS FULL - COURSE "
003670                         WS-IN-COURSE-CODE " NOT ADDED ***"
003680                 ELSE
003690                     ADD 1 TO PREQ-COURSE-COUNT
003700                     MOVE PREQ-COURSE-COUNT TO WS-ENTRY-SUB
003710                     MOVE WS-IN-COURSE-CODE
003720                         TO PREQ-COURSE-CODE (WS-ENTRY-SUB)
003730                     MOVE WS-IN-MIN-GRADE
003740                         TO PREQ-MIN-GRADE (WS-ENTRY-SUB)
003750                     DISPLAY "COURSE " WS-IN-COURSE-CODE
003760                         " ADDED TO THE LIST."
003770                 END-IF
003780             END-IF
003790         END-IF
003800     END-IF
003810
003820     PERFORM 3300-GET-COURSE-LINE THRU 3300-EXIT
003830 3400-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870* 3450-FIND-COURSE-ENTRY - WHERE THE KEYED COURSE SITS ON THE
003880* LIST, IF IT IS THERE AT ALL.
003890*****************************************************************
003900 3450-FIND-COURSE-ENTRY.
003910     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
003920     MOVE ZERO TO WS-FOUND-SUB
003930     PERFORM 3460-MATCH-COURSE-ENTRY THRU 3460-EXIT
003940         VARYING WS-ENTRY-SUB FROM 1 BY 1
003950         UNTIL WS-ENTRY-SUB > PREQ-COURSE-COUNT
003960             OR WS-ENTRY-FOUND
003970 3450-EXIT.
003980     EXIT.
003990
004000 3460-MATCH-COURSE-ENTRY.
004010     IF PREQ-COURSE-CODE (WS-ENTRY-SUB) = WS-IN-COURSE-CODE
004020         MOVE WS-ENTRY-SUB TO WS-FOUND-SUB
004030         MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
004040     END-IF
004050 3460-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090* 3500-REMOVE-COURSE-ENTRY - CLOSE THE GAP BY MOVING EVERY
004100* ENTRY AFTER THE ONE REMOVED UP A PLACE, THEN BLANK THE LAST.
004110*****************************************************************
004120 3500-REMOVE-COURSE-ENTRY.
004130     PERFORM 3550-SHIFT-ONE-ENTRY THRU 3550-EXIT
004140         VARYING WS-ENTRY-SUB FROM WS-FOUND-SUB BY 1
004150         UNTIL WS-ENTRY-SUB NOT < PREQ-COURSE-COUNT
004160     MOVE PREQ-COURSE-COUNT TO WS-ENTRY-SUB
004170     MOVE SPACES TO PREQ-COURSE-ENTRY (WS-ENTRY-SUB)
004180     SUBTRACT 1 FROM PREQ-COURSE-COUNT
004190 3500-EXIT.
004200     EXIT.
004210
004220 3550-SHIFT-ONE-ENTRY.
004230     COMPUTE WS-NEXT-SUB = WS-ENTRY-SUB + 1
004240     MOVE PREQ-COURSE-ENTRY (WS-NEXT-SUB)
004250         TO PREQ-COURSE-ENTRY (WS-ENTRY-SUB)
004260 3550-EXIT.
004270     EXIT.
004280
004290*****************************************************************
004300* 3600-VALIDATE-COURSE-LINE - THE COURSE MUST BE ON COURSES.DAT
004310* AND THE MINIMUM GRADE MUST BE ON THE GRADE POINT TABLE AND NOT
004320* AN F.
004330*****************************************************************
004340 3600-VALIDATE-COURSE-LINE.
004350     MOVE "Y" TO WS-COURSE-OK-SWITCH
004360
004370     MOVE WS-IN-COURSE-CODE TO COURSE-CODE OF COURSE-REC
004380     READ COURSE-FILE
004390         INVALID KEY
004400             DISPLAY "*** COURSE " WS-IN-COURSE-CODE
004410                 " IS NOT ON COURSES.DAT - REJECTED ***"
004420             MOVE "N" TO WS-COURSE-OK-SWITCH
004430     END-READ
004440
004450     MOVE "N" TO WS-GRADE-FOUND-SWITCH
004460     PERFORM 3650-MATCH-GRADE-ENTRY THRU 3650-EXIT
004470         VARYING WS-GP-SUB FROM 1 BY 1
004480         UNTIL WS-GP-SUB > GP-ENTRY-COUNT
004490             OR WS-GRADE-FOUND
004500     IF NOT WS-GRADE-FOUND
004510         OR WS-IN-MIN-GRADE = "F "
004520         DISPLAY "*** MINIMUM GRADE MUST BE A+ THRU D- - "
004530             "REJECTED ***"
004540         MOVE "N" TO WS-COURSE-OK-SWITCH
004550     END-IF
004560 3600-EXIT.
004570     EXIT.
004580
004590 3650-MATCH-GRADE-ENTRY.
004600     IF WS-IN-MIN-GRADE = GP-GRADE (WS-GP-SUB)
004610         MOVE "Y" TO WS-GRADE-FOUND-SWITCH
004620     END-IF
004630 3650-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670* 3700-CONFIRM-AND-SAVE - SHOW THE REQUIREMENTS AS THEY WILL
004680* STAND AND WRITE (OR REWRITE) THE RECORD ON CONFIRMATION,
004690* STAMPED WITH THE OPERATOR AND DATE.
004700*****************************************************************
004710 3700-CONFIRM-AND-SAVE.
004720     PERFORM 3150-SHOW-PROGRAM THRU 3150-EXIT
004730     DISPLAY "SAVE THESE REQUIREMENTS?  ENTER Y TO CONFIRM"
004740     MOVE SPACES TO WS-REPLY-LINE
004750     ACCEPT WS-REPLY-LINE
004760     IF WS-REPLY-LINE(1:1) = "Y"
004770         ACCEPT PREQ-CHANGED-DATE FROM DATE YYYYMMDD
004780         MOVE WS-OPERATOR-ID TO PREQ-CHANGED-BY
004790         IF WS-ON-FILE
004800             REWRITE PREQ-REC
004810                 INVALID KEY
004820                     DISPLAY "*** PROGRAM " PREQ-PROGRAM-CODE
004830                         " COULD NOT BE REWRITTEN ***"
004840                 NOT INVALID KEY
004850                     ADD 1 TO WS-RUN-CHANGED-COUNT
004860                     DISPLAY "PROGRAM " PREQ-PROGRAM-CODE
004870                         " CHANGED."
004880             END-REWRITE
004890         ELSE
004900             WRITE PREQ-REC
004910                 INVALID KEY
004920                     DISPLAY "*** PROGRAM " PREQ-PROGRAM-CODE
004930                         " COULD NOT BE ADDED ***"
004940                 NOT INVALID KEY
004950                     ADD 1 TO WS-RUN-ADDED-COUNT
004960                     DISPLAY "PROGRAM " PREQ-PROGRAM-CODE
004970                         " ADDED."
004980             END-WRITE
004990         END-IF
005000     ELSE
005010         DISPLAY "SAVE NOT CONFIRMED - PROGRAM " PREQ-PROGRAM-CODE
005020             " NOT CHANGED."
005030     END-IF
005040 3700-EXIT.
005050     EXIT.
005060
005070*****************************************************************
005080* 8000-TERMINATE
005090*****************************************************************
005100 8000-TERMINATE.
005110     IF NOT WS-ABORT
005120         CLOSE PROGREQ-FILE
005130         CLOSE COURSE-FILE
005140         DISPLAY "REQWRITER COMPLETE - " WS-RUN-ADDED-COUNT
005150             " ADDED, " WS-RUN-CHANGED-COUNT " CHANGED."
005160     END-IF
005170 8000-EXIT.
005180     EXIT.
