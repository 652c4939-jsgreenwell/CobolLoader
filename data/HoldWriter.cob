000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  HOLDWRITER.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PLACES AND RELEASES STUDENT HOLDS ON HOLDS.DAT (SEE HOLDREC.CPY)
000090* FOR THE BURSAR, THE LIBRARY, THE DEAN OF STUDENTS AND ANY OTHER
000100* OFFICE THAT NEEDS A STUDENT STOPPED UNTIL SOMETHING IS CLEARED.
000110* INTERACTIVE, ONE STUDENT AT A TIME - KEYING A STUDENT ID SHOWS
000120* EVERY HOLD ON FILE FOR THE STUDENT, ACTIVE AND RELEASED, AND
000130* THEN TAKES P TO PLACE A NEW HOLD OR R TO RELEASE ONE BY ITS
000140* HOLD NUMBER.
000150*
000160* A HOLD CAN ONLY BE PLACED ON A STUDENT WHO IS ON STUDENTS.DAT.
000170* A HOLD ON A STUDENT SINCE REMOVED BY STUDENTPURGE CAN STILL BE
000180* RELEASED - TRANSCRIPT STILL PRINTS FOR FORMER STUDENTS AND A
000190* TRANSCRIPT HOLD GOES ON STOPPING IT.  RELEASED HOLDS ARE NEVER
000200* DELETED, THEY STAY ON FILE AS THE STUDENT'S HOLD HISTORY.
000210*
000220* EVERY PLACE AND RELEASE IS WRITTEN TO AUDIT.DAT UNDER THE
000230* SIGNED-ON OPERATOR, AS "HOLDON" AND "HOLDOFF".
000240*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   ---------- ----  ------------------------------------------
000280*   2026-10-15 JMS   ORIGINAL PROGRAM.
000290*****************************************************************
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS HOLD-KEY
000380         FILE STATUS IS WS-HOLD-FILE-STATUS.
000390
000400     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS DATA-ID
000440         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000450             WITH DUPLICATES
000460         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000470
000480     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  HOLD-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY HOLDREC.
000570
000580 FD  STUDENT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY STUDREC.
000610
000620 FD  AUDIT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY AUDITREC.
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-SWITCHES.
000680     05  WS-HOLD-FILE-STATUS         PIC X(02).
000690         88  WS-HOLD-FILE-NOT-FOUND  VALUE "35".
000700     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000710         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
000720     05  WS-AUDIT-FILE-STATUS        PIC X(02).
000730         88  WS-AUDIT-FILE-OK        VALUE "00".
000740     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000750         88  WS-ABORT                VALUE "Y".
000760     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000770         88  WS-DATA-VALID           VALUE "Y".
000780     05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000790         88  WS-HOLD-EOF             VALUE "Y".
000800     05  WS-ON-STUDENTS-SWITCH       PIC X(01) VALUE "N".
000810         88  WS-ON-STUDENTS          VALUE "Y".
000820
000830*****************************************************************
000840* OPERATOR ID KEYED IN AT STARTUP.
000850*****************************************************************
000860 01  WS-OPERATOR-ID                  PIC X(08).
000870
000880*****************************************************************
000890* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
000900*****************************************************************
000910 COPY SIGNPARM.
000920 01  WS-STUDENT-ID-LINE              PIC X(12).
000930 01  WS-WANTED-STUDENT-ID            PIC 9(12).
000940 01  WS-ACTION-LINE                  PIC X(10).
000950 01  WS-REPLY-LINE                   PIC X(30).
000960
000970*****************************************************************
000980* NEW-HOLD ACCEPT AREA - ONE LINE OF COMMA SEPARATED FIELDS
000990* KEYED IN AS -  TYPE, OFFICE, REASON
001000*****************************************************************
001010 01  WS-HOLD-INPUT-LINE              PIC X(50).
001020 01  WS-INPUT-FIELDS.
001030     05  WS-IN-HOLD-TYPE             PIC X(01).
001040         88  WS-IN-HOLD-TYPE-VALID   VALUE "R" "T" "B".
001050     05  WS-IN-OFFICE                PIC X(10).
001060     05  WS-IN-REASON                PIC X(30).
001070
001080*****************************************************************
001090* THE STUDENT'S HOLDS AS LAST SHOWN - THE HIGHEST HOLD NUMBER ON
001100* FILE (A NEW HOLD TAKES THE NEXT ONE) AND HOW MANY ARE ACTIVE.
001110*****************************************************************
001120 01  WS-HOLD-WORK-AREAS.
001130     05  WS-LAST-SEQ-NO              PIC 9(03) VALUE ZERO.
001140     05  WS-RELEASE-SEQ-NO           PIC 9(03) VALUE ZERO.
001150     05  WS-HOLD-COUNT               PIC 9(03) COMP VALUE ZERO.
001160     05  WS-ACTIVE-COUNT             PIC 9(03) COMP VALUE ZERO.
001170     05  WS-AUDIT-ACTION             PIC X(08).
001180
001190 01  WS-RUN-TOTALS.
001200     05  WS-RUN-PLACED-COUNT         PIC 9(08) COMP VALUE ZERO.
001210     05  WS-RUN-RELEASED-COUNT       PIC 9(08) COMP VALUE ZERO.
001220
001230 PROCEDURE DIVISION.
001240*****************************************************************
001250* 0000-MAINLINE
001260*****************************************************************
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001290
001300     IF NOT WS-ABORT
001310         PERFORM 2000-GET-STUDENT-ID THRU 2000-EXIT
001320         PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
001330             UNTIL WS-STUDENT-ID-LINE = SPACES
001340     END-IF
001350
001360     PERFORM 8000-TERMINATE THRU 8000-EXIT
001370     STOP RUN.
001380
001390*****************************************************************
001400* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE FILES.
001410* STUDENTS.DAT IS REQUIRED.  A BRAND-NEW HOLDS.DAT IS CREATED
001420* (EMPTY) THE FIRST TIME.
001430*****************************************************************
001440 1000-INITIALIZE.
001450     DISPLAY "ENTER YOUR OPERATOR ID"
001460     MOVE SPACES TO WS-OPERATOR-ID
001470     ACCEPT WS-OPERATOR-ID
001480     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
001490
001500     IF NOT WS-ABORT
001510         OPEN INPUT STUDENT-FILE
001520         IF WS-STUDENT-FILE-NOT-FOUND
001530             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
001540                 "RUN STUDENTWRITER FIRST ***"
001550             MOVE "Y" TO WS-ABORT-SWITCH
001560         ELSE
001570             OPEN I-O HOLD-FILE
001580             IF WS-HOLD-FILE-NOT-FOUND
001590                 OPEN OUTPUT HOLD-FILE
001600                 CLOSE HOLD-FILE
001610                 OPEN I-O HOLD-FILE
001620             END-IF
001630
001640             OPEN EXTEND AUDIT-FILE
001650             IF NOT WS-AUDIT-FILE-OK
001660                 OPEN OUTPUT AUDIT-FILE
001670                 CLOSE AUDIT-FILE
001680                 OPEN EXTEND AUDIT-FILE
001690             END-IF
001700             DISPLAY "HOLDWRITER - PLACE AND RELEASE STUDENT "
001710                 "HOLDS."
001720         END-IF
001730     END-IF
001740 1000-EXIT.
001750     EXIT.
001760
001770*****************************************************************
001780* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
001790* MODULE.  HOLDS ARE PLACED BY CLERKS IN THE OFFICES THAT ASK
001800* FOR THEM, SO NO SUPERVISOR AUTHORITY IS NEEDED - SIGNON CHECKS
001810* THE PASSWORD AND LOCKOUT AND LOGS THE ATTEMPT TO SIGNLOG.DAT
001820* EITHER WAY.
001830*****************************************************************
001840 1100-VALIDATE-OPERATOR.
001850     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
001860     MOVE "HOLDWRITER" TO SIGNON-PROGRAM-NAME
001870     MOVE "N" TO SIGNON-NEED-SUPER-FLAG
001880     CALL "SIGNON" USING SIGNON-PARM
001890     IF NOT SIGNON-OK
001900         MOVE "Y" TO WS-ABORT-SWITCH
001910     END-IF
001920 1100-EXIT.
001930     EXIT.
001940
001950*****************************************************************
001960* 2000-GET-STUDENT-ID
001970*****************************************************************
001980 2000-GET-STUDENT-ID.
001990     DISPLAY "ENTER STUDENT ID.  ENTER NOTHING TO END."
002000     MOVE SPACES TO WS-STUDENT-ID-LINE
002010     ACCEPT WS-STUDENT-ID-LINE
002020 2000-EXIT.
002030     EXIT.
002040
002050*****************************************************************
002060* 3000-PROCESS-STUDENT - LOOK THE STUDENT UP, SHOW THE HOLDS ON
002070* FILE, AND TAKE PLACE/RELEASE ACTIONS UNTIL THE OPERATOR MOVES
002080* ON TO THE NEXT STUDENT.
002090*****************************************************************
002100 3000-PROCESS-STUDENT.
002110     IF WS-STUDENT-ID-LINE NOT NUMERIC
002120         DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
002130     ELSE
002140         MOVE WS-STUDENT-ID-LINE TO WS-WANTED-STUDENT-ID
002150         MOVE WS-WANTED-STUDENT-ID TO DATA-ID
002160         READ STUDENT-FILE
002170             INVALID KEY
002180                 MOVE "N" TO WS-ON-STUDENTS-SWITCH
002190             NOT INVALID KEY
002200                 MOVE "Y" TO WS-ON-STUDENTS-SWITCH
002210         END-READ
002220
002230         IF WS-ON-STUDENTS
002240             DISPLAY "STUDENT " WS-WANTED-STUDENT-ID " - "
002250                 STUDENT-NAME " " STUDENT-INITIALS
002260         ELSE
002270             DISPLAY "NOTE - STUDENT " WS-WANTED-STUDENT-ID
002280                 " IS NOT ON STUDENTS.DAT - HOLDS CAN BE "
002290                 "RELEASED BUT NOT PLACED."
002300         END-IF
002310
002320         PERFORM 3100-SHOW-HOLDS THRU 3100-EXIT
002330         PERFORM 3300-GET-ACTION THRU 3300-EXIT
002340         PERFORM 3400-PROCESS-ACTION THRU 3400-EXIT
002350             UNTIL WS-ACTION-LINE = SPACES
002360     END-IF
002370
002380     PERFORM 2000-GET-STUDENT-ID THRU 2000-EXIT
002390 3000-EXIT.
002400     EXIT.
002410
002420*****************************************************************
002430* 3100-SHOW-HOLDS - POSITION HOLDS.DAT AT THE STUDENT'S FIRST
002440* HOLD AND SHOW EVERY HOLD STILL UNDER THE STUDENT'S ID.  THEY
002450* COME BACK IN HOLD NUMBER ORDER, SO THE LAST ONE SHOWN IS THE
002460* HIGHEST NUMBER IN USE.
002470*****************************************************************
002480 3100-SHOW-HOLDS.
002490     MOVE ZERO TO WS-LAST-SEQ-NO
002500     MOVE ZERO TO WS-HOLD-COUNT
002510     MOVE ZERO TO WS-ACTIVE-COUNT
002520     MOVE "N" TO WS-HOLD-EOF-SWITCH
002530     MOVE WS-WANTED-STUDENT-ID TO HOLD-DATA-ID
002540     MOVE ZERO TO HOLD-SEQ-NO
002550     START HOLD-FILE KEY NOT < HOLD-KEY
002560         INVALID KEY
002570             MOVE "Y" TO WS-HOLD-EOF-SWITCH
002580     END-START
002590     IF NOT WS-HOLD-EOF
002600         DISPLAY "HOLDS ON FILE  (TYPE R REGISTRATION, "
002610             "T TRANSCRIPT, B BOTH)"
002620         PERFORM 3150-READ-NEXT-HOLD THRU 3150-EXIT
002630             UNTIL WS-HOLD-EOF
002640     END-IF
002650
002660     IF WS-HOLD-COUNT = ZERO
002670         DISPLAY "NO HOLDS ON FILE FOR STUDENT "
002680             WS-WANTED-STUDENT-ID "."
002690     ELSE
002700         DISPLAY WS-ACTIVE-COUNT " ACTIVE HOLD(S)."
002710     END-IF
002720 3100-EXIT.
002730     EXIT.
002740
002750 3150-READ-NEXT-HOLD.
002760     READ HOLD-FILE NEXT RECORD
002770         AT END
002780             MOVE "Y" TO WS-HOLD-EOF-SWITCH
002790         NOT AT END
002800             IF HOLD-DATA-ID NOT = WS-WANTED-STUDENT-ID
002810                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
002820             ELSE
002830                 PERFORM 3200-SHOW-ONE-HOLD THRU 3200-EXIT
002840             END-IF
002850     END-READ
002860 3150-EXIT.
002870     EXIT.
002880
002890*****************************************************************
002900* 3200-SHOW-ONE-HOLD - TWO LINES PER HOLD, WHAT IT IS AND WHERE
002910* IT STANDS.
002920*****************************************************************
002930 3200-SHOW-ONE-HOLD.
002940     MOVE HOLD-SEQ-NO TO WS-LAST-SEQ-NO
002950     ADD 1 TO WS-HOLD-COUNT
002960     DISPLAY "  HOLD " HOLD-SEQ-NO "  TYPE " HOLD-TYPE "  "
002970         HOLD-OFFICE "  " HOLD-REASON
002980     IF HOLD-ACTIVE
002990         ADD 1 TO WS-ACTIVE-COUNT
003000         DISPLAY "      PLACED " HOLD-PLACED-DATE " BY "
003010             HOLD-PLACED-BY "  - ACTIVE"
003020     ELSE
003030         DISPLAY "      PLACED " HOLD-PLACED-DATE " BY "
003040             HOLD-PLACED-BY "  - RELEASED " HOLD-RELEASED-DATE
003050             " BY " HOLD-RELEASED-BY
003060     END-IF
003070 3200-EXIT.
003080     EXIT.
003090
003100*****************************************************************
003110* 3300-GET-ACTION
003120*****************************************************************
003130 3300-GET-ACTION.
003140     DISPLAY "ENTER P TO PLACE A HOLD, R TO RELEASE ONE.  ENTER "
003150         "NOTHING FOR THE NEXT STUDENT."
003160     MOVE SPACES TO WS-ACTION-LINE
003170     ACCEPT WS-ACTION-LINE
003180 3300-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220* 3400-PROCESS-ACTION
003230*****************************************************************
003240 3400-PROCESS-ACTION.
003250     EVALUATE WS-ACTION-LINE(1:1)
003260         WHEN "P"
003270             PERFORM 4000-PLACE-HOLD THRU 4000-EXIT
003280         WHEN "R"
003290             PERFORM 5000-RELEASE-HOLD THRU 5000-EXIT
003300         WHEN OTHER
003310             DISPLAY "*** ENTER P OR R ***"
003320     END-EVALUATE
003330
003340     PERFORM 3300-GET-ACTION THRU 3300-EXIT
003350 3400-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390* 4000-PLACE-HOLD - TAKE THE TYPE, PLACING OFFICE AND REASON AND
003400* WRITE THE HOLD UNDER THE STUDENT'S NEXT HOLD NUMBER, STAMPED
003410* WITH THE OPERATOR AND DATE.
003420*****************************************************************
003430 4000-PLACE-HOLD.
003440     MOVE "Y" TO WS-VALID-SWITCH
003450     IF NOT WS-ON-STUDENTS
003460         DISPLAY "*** STUDENT " WS-WANTED-STUDENT-ID
003470             " IS NOT ON STUDENTS.DAT - HOLD NOT PLACED ***"
003480         MOVE "N" TO WS-VALID-SWITCH
003490     END-IF
003500     IF WS-DATA-VALID
003510         IF WS-LAST-SEQ-NO = 999
003520             DISPLAY "*** STUDENT " WS-WANTED-STUDENT-ID
003530                 " HAS NO HOLD NUMBERS LEFT - HOLD NOT PLACED ***"
003540             MOVE "N" TO WS-VALID-SWITCH
003550         END-IF
003560     END-IF
003570
003580     IF WS-DATA-VALID
003590         DISPLAY "ENTER - TYPE, OFFICE, REASON  (TYPE R "
003600             "REGISTRATION, T TRANSCRIPT, B BOTH)"
003610         MOVE SPACES TO WS-HOLD-INPUT-LINE
003620         ACCEPT WS-HOLD-INPUT-LINE
003630         MOVE SPACES TO WS-INPUT-FIELDS
003640         UNSTRING WS-HOLD-INPUT-LINE DELIMITED BY ","
003650             INTO WS-IN-HOLD-TYPE, WS-IN-OFFICE, WS-IN-REASON
003660         END-UNSTRING
003670         PERFORM 4100-VALIDATE-HOLD THRU 4100-EXIT
003680     END-IF
003690
003700     IF WS-DATA-VALID
003710         MOVE SPACES TO HOLD-REC
003720         MOVE WS-WANTED-STUDENT-ID TO HOLD-DATA-ID
003730         COMPUTE HOLD-SEQ-NO = WS-LAST-SEQ-NO + 1
003740         MOVE WS-IN-HOLD-TYPE TO HOLD-TYPE
003750         MOVE WS-IN-OFFICE TO HOLD-OFFICE
003760         MOVE WS-IN-REASON TO HOLD-REASON
003770         ACCEPT HOLD-PLACED-DATE FROM DATE YYYYMMDD
003780         MOVE WS-OPERATOR-ID TO HOLD-PLACED-BY
003790         MOVE ZERO TO HOLD-RELEASED-DATE
003800         WRITE HOLD-REC
003810             INVALID KEY
003820                 DISPLAY "*** HOLD COULD NOT BE PLACED ***"
003830             NOT INVALID KEY
003840                 MOVE HOLD-SEQ-NO TO WS-LAST-SEQ-NO
003850                 ADD 1 TO WS-ACTIVE-COUNT
003860                 ADD 1 TO WS-RUN-PLACED-COUNT
003870                 MOVE "HOLDON" TO WS-AUDIT-ACTION
003880                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
003890                 DISPLAY "HOLD " HOLD-SEQ-NO " PLACED ON STUDENT "
003900                     WS-WANTED-STUDENT-ID "."
003910         END-WRITE
003920     END-IF
003930 4000-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970* 4100-VALIDATE-HOLD - THE TYPE MUST BE R, T OR B, AND THE OFFICE
003980* AND REASON CANNOT BE BLANK - WHOEVER SEES THE HOLD HAS TO KNOW
003990* WHICH OFFICE TO SEND THE STUDENT TO AND WHAT FOR.
004000*****************************************************************
004010 4100-VALIDATE-HOLD.
004020     IF NOT WS-IN-HOLD-TYPE-VALID
004030         DISPLAY "*** HOLD TYPE MUST BE R, T OR B - REJECTED ***"
004040         MOVE "N" TO WS-VALID-SWITCH
004050     END-IF
004060     IF WS-IN-OFFICE = SPACES
004070         DISPLAY "*** OFFICE CANNOT BE BLANK - REJECTED ***"
004080         MOVE "N" TO WS-VALID-SWITCH
004090     END-IF
004100     IF WS-IN-REASON = SPACES
004110         DISPLAY "*** REASON CANNOT BE BLANK - REJECTED ***"
004120         MOVE "N" TO WS-VALID-SWITCH
004130     END-IF
004140 4100-EXIT.
004150     EXIT.
004160
004170*****************************************************************
004180* 5000-RELEASE-HOLD - THE HOLD IS PICKED BY ITS NUMBER ON THE
004190* LIST JUST SHOWN AND MUST STILL BE ACTIVE.  RELEASING STAMPS THE
004200* RELEASED DATE AND OPERATOR - THE RECORD STAYS ON FILE.
004210*****************************************************************
004220 5000-RELEASE-HOLD.
004230     DISPLAY "ENTER THE HOLD NUMBER TO RELEASE (3 DIGITS - "
004240         "E.G. 001)"
004250     MOVE SPACES TO WS-REPLY-LINE
004260     ACCEPT WS-REPLY-LINE
004270     IF WS-REPLY-LINE(1:3) NOT NUMERIC
004280         DISPLAY "*** HOLD NUMBER MUST BE 3 DIGITS - "
004290             "NOT RELEASED ***"
004300     ELSE
004310         MOVE WS-REPLY-LINE(1:3) TO WS-RELEASE-SEQ-NO
004320         MOVE WS-WANTED-STUDENT-ID TO HOLD-DATA-ID
004330         MOVE WS-RELEASE-SEQ-NO TO HOLD-SEQ-NO
004340         READ HOLD-FILE
004350             INVALID KEY
004360                 DISPLAY "*** HOLD " WS-RELEASE-SEQ-NO
004370                     " IS NOT ON FILE FOR THIS STUDENT ***"
004380             NOT INVALID KEY
004390                 PERFORM 5100-REWRITE-RELEASED THRU 5100-EXIT
004400         END-READ
004410     END-IF
004420 5000-EXIT.
004430     EXIT.
004440
004450 5100-REWRITE-RELEASED.
004460     IF NOT HOLD-ACTIVE
004470         DISPLAY "*** HOLD " HOLD-SEQ-NO " WAS ALREADY RELEASED "
004480             HOLD-RELEASED-DATE " ***"
004490     ELSE
004500         ACCEPT HOLD-RELEASED-DATE FROM DATE YYYYMMDD
004510         MOVE WS-OPERATOR-ID TO HOLD-RELEASED-BY
004520         REWRITE HOLD-REC
004530             INVALID KEY
004540                 DISPLAY "*** HOLD " HOLD-SEQ-NO
004550                     " COULD NOT BE RELEASED ***"
004560             NOT INVALID KEY
004570                 SUBTRACT 1 FROM WS-ACTIVE-COUNT
004580                 ADD 1 TO WS-RUN-RELEASED-COUNT
004590                 MOVE "HOLDOFF" TO WS-AUDIT-ACTION
004600                 PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
004610                 DISPLAY "HOLD " HOLD-SEQ-NO " RELEASED."
004620         END-REWRITE
004630     END-IF
004640 5100-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680* 6000-WRITE-AUDIT - APPEND ONE ENTRY TO AUDIT.DAT FOR THE HOLD
004690* JUST PLACED OR RELEASED.
004700*****************************************************************
004710 6000-WRITE-AUDIT.
004720     MOVE WS-WANTED-STUDENT-ID TO AUDIT-DATA-ID
004730     MOVE WS-OPERATOR-ID       TO AUDIT-OPERATOR-ID
004740     MOVE WS-AUDIT-ACTION      TO AUDIT-ACTION
004750     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004760     ACCEPT AUDIT-TIME FROM TIME
004770     WRITE AUDIT-REC
004780 6000-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820* 8000-TERMINATE
004830*****************************************************************
004840 8000-TERMINATE.
004850     IF NOT WS-ABORT
004860         CLOSE HOLD-FILE
004870         CLOSE STUDENT-FILE
004880         CLOSE AUDIT-FILE
004890         DISPLAY "HOLDWRITER COMPLETE - " WS-RUN-PLACED-COUNT
004900             " PLACED, " WS-RUN-RELEASED-COUNT " RELEASED."
004910     END-IF
004920 8000-EXIT.
004930     EXIT.
