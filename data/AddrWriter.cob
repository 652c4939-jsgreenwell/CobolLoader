000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ADDRWRITER.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* KEEPS THE STUDENT ADDRESS AND CONTACT FILE ADDRESS.DAT (SEE
000090* ADDRREC.CPY) - STUDENTS.DAT HAS NO ROOM FOR AN ADDRESS, AND
000100* WITHOUT ONE NOBODY COULD TELL A STUDENT WHEN SOMETHING
000110* HAPPENED TO THEIR RECORD.  INTERACTIVE, ONE STUDENT AT A
000120* TIME - KEYING A STUDENT ID SHOWS THE ADDRESS ON FILE AND THEN
000130* TAKES C TO ENTER OR CHANGE IT OR R TO REMOVE IT.
000140*
000150* A CHANGE PROMPTS FOR EACH FIELD IN TURN SHOWING WHAT IS ON
000160* FILE - ENTERING NOTHING KEEPS IT, AN ASTERISK BLANKS IT.  A
000170* NEW ADDRESS STARTS WITH THE STUDENT'S INITIALS AND SURNAME AS
000180* THE MAILING NAME.
000190*
000200* AN ADDRESS CAN ONLY BE ADDED FOR A STUDENT ON STUDENTS.DAT.
000210* ONE ALREADY ON FILE FOR A STUDENT SINCE REMOVED BY
000220* STUDENTPURGE CAN STILL BE CHANGED OR REMOVED - FORMER
000230* STUDENTS ARE STILL MAILED THEIR REMOVAL NOTICE, TRANSCRIPTS
000240* AND VERIFICATIONS.
000250*
000260* EVERY ADD, CHANGE AND REMOVAL IS WRITTEN TO AUDIT.DAT UNDER
000270* THE SIGNED-ON OPERATOR, AS "ADDRADD", "ADDRCHG" AND "ADDRDEL".
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
000380     SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS ADDR-DATA-ID
000420         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000430
000440     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS DATA-ID
000480         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000510
000520     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ADDRESS-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY ADDRREC.
000610
000620 FD  STUDENT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY STUDREC.
000650
000660 FD  AUDIT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY AUDITREC.
000690
000700 WORKING-STORAGE SECTION.
000710 01  WS-SWITCHES.
000720     05  WS-ADDRESS-FILE-STATUS      PIC X(02).
000730         88  WS-ADDRESS-FILE-NOT-FOUND VALUE "35".
000740     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000750         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
000760     05  WS-AUDIT-FILE-STATUS        PIC X(02).
000770         88  WS-AUDIT-FILE-OK        VALUE "00".
000780     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000790         88  WS-ABORT                VALUE "Y".
000800     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000810         88  WS-DATA-VALID           VALUE "Y".
000820     05  WS-ON-STUDENTS-SWITCH       PIC X(01) VALUE "N".
000830         88  WS-ON-STUDENTS          VALUE "Y".
000840     05  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
000850         88  WS-ADDRESS-ON-FILE      VALUE "Y".
000860
000870*****************************************************************
000880* OPERATOR ID KEYED IN AT STARTUP.
000890*****************************************************************
000900 01  WS-OPERATOR-ID                  PIC X(08).
000910
000920*****************************************************************
000930* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
000940*****************************************************************
000950 COPY SIGNPARM.
000960 01  WS-STUDENT-ID-LINE              PIC X(12).
000970 01  WS-WANTED-STUDENT-ID            PIC 9(12).
000980 01  WS-ACTION-LINE                  PIC X(10).
000990
001000*****************************************************************
001010* ONE FIELD AS KEYED - NOTHING KEEPS THE VALUE SHOWN, AN
001020* ASTERISK ALONE BLANKS IT.  AS WIDE AS THE WIDEST FIELD, THE
001030* E-MAIL ADDRESS.
001040*****************************************************************
001050 01  WS-REPLY-LINE                   PIC X(40).
001060     88  WS-REPLY-KEEP               VALUE SPACES.
001070     88  WS-REPLY-BLANK              VALUE "*".
001080
001090*****************************************************************
001100* THE ZIP CODE AS KEYED - FIVE DIGITS, OR ZIP+4 AS FIVE DIGITS,
001110* A DASH AND FOUR DIGITS.
001120*****************************************************************
001130 01  WS-ZIP-CHECK.
001140     05  WS-ZIP-FIVE                 PIC X(05).
001150     05  WS-ZIP-DASH                 PIC X(01).
001160     05  WS-ZIP-FOUR                 PIC X(04).
001170
001180 01  WS-AUDIT-ACTION                 PIC X(08).
001190
001200 01  WS-RUN-TOTALS.
001210     05  WS-RUN-ADDED-COUNT          PIC 9(08) COMP VALUE ZERO.
001220     05  WS-RUN-CHANGED-COUNT        PIC 9(08) COMP VALUE ZERO.
001230     05  WS-RUN-REMOVED-COUNT        PIC 9(08) COMP VALUE ZERO.
001240
001250 PROCEDURE DIVISION.
001260*****************************************************************
001270* 0000-MAINLINE
001280*****************************************************************
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001310
001320     IF NOT WS-ABORT
001330         PERFORM 2000-GET-STUDENT-ID THRU 2000-EXIT
001340         PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
001350             UNTIL WS-STUDENT-ID-LINE = SPACES
001360     END-IF
001370
001380     PERFORM 8000-TERMINATE THRU 8000-EXIT
001390     STOP RUN.
001400
001410*****************************************************************
001420* 1000-INITIALIZE - SIGN THE OPERATOR ON AND OPEN THE FILES.
001430* STUDENTS.DAT IS REQUIRED.  A BRAND-NEW ADDRESS.DAT IS CREATED
001440* (EMPTY) THE FIRST TIME.
001450*****************************************************************
001460 1000-INITIALIZE.
001470     DISPLAY "ENTER YOUR OPERATOR ID"
001480     MOVE SPACES TO WS-OPERATOR-ID
001490     ACCEPT WS-OPERATOR-ID
001500     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
001510
001520     IF NOT WS-ABORT
001530         OPEN INPUT STUDENT-FILE
001540         IF WS-STUDENT-FILE-NOT-FOUND
001550             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
001560                 "RUN STUDENTWRITER FIRST ***"
001570             MOVE "Y" TO WS-ABORT-SWITCH
001580         ELSE
001590             OPEN I-O ADDRESS-FILE
001600             IF WS-ADDRESS-FILE-NOT-FOUND
001610                 OPEN OUTPUT ADDRESS-FILE
001620                 CLOSE ADDRESS-FILE
001630                 OPEN I-O ADDRESS-FILE
001640             END-IF
001650
001660             OPEN EXTEND AUDIT-FILE
001670             IF NOT WS-AUDIT-FILE-OK
001680                 OPEN OUTPUT AUDIT-FILE
001690                 CLOSE AUDIT-FILE
001700                 OPEN EXTEND AUDIT-FILE
001710             END-IF
001720             DISPLAY "ADDRWRITER - STUDENT ADDRESS AND CONTACT "
001730                 "MAINTENANCE."
001740         END-IF
001750     END-IF
001760 1000-EXIT.
001770     EXIT.
001780
001790*****************************************************************
001800* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
001810* MODULE.  ADDRESSES ARE KEPT BY THE FRONT-DESK CLERKS, SO NO
001820* SUPERVISOR AUTHORITY IS NEEDED - SIGNON CHECKS THE PASSWORD
001830* AND LOCKOUT AND LOGS THE ATTEMPT TO SIGNLOG.DAT EITHER WAY.
001840*****************************************************************
001850 1100-VALIDATE-OPERATOR.
001860     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
001870     MOVE "ADDRWRITER" TO SIGNON-PROGRAM-NAME
001880     MOVE "N" TO SIGNON-NEED-SUPER-FLAG
001890     CALL "SIGNON" USING SIGNON-PARM
001900     IF NOT SIGNON-OK
001910         MOVE "Y" TO WS-ABORT-SWITCH
001920     END-IF
001930 1100-EXIT.
001940     EXIT.
001950
001960*****************************************************************
001970* 2000-GET-STUDENT-ID
001980*****************************************************************
001990 2000-GET-STUDENT-ID.
002000     DISPLAY "ENTER STUDENT ID.  ENTER NOTHING TO END."
002010     MOVE SPACES TO WS-STUDENT-ID-LINE
002020     ACCEPT WS-STUDENT-ID-LINE
002030 2000-EXIT.
002040     EXIT.
002050
002060*****************************************************************
002070* 3000-PROCESS-STUDENT - LOOK THE STUDENT UP, SHOW THE ADDRESS
002080* ON FILE, AND TAKE CHANGE/REMOVE ACTIONS UNTIL THE OPERATOR
002090* MOVES ON TO THE NEXT STUDENT.
002100*****************************************************************
002110 3000-PROCESS-STUDENT.
002120     IF WS-STUDENT-ID-LINE NOT NUMERIC
002130         DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
002140     ELSE
002150         MOVE WS-STUDENT-ID-LINE TO WS-WANTED-STUDENT-ID
002160         MOVE WS-WANTED-STUDENT-ID TO DATA-ID
002170         READ STUDENT-FILE
002180             INVALID KEY
002190                 MOVE "N" TO WS-ON-STUDENTS-SWITCH
002200             NOT INVALID KEY
002210                 MOVE "Y" TO WS-ON-STUDENTS-SWITCH
002220         END-READ
002230
002240         IF WS-ON-STUDENTS
002250             DISPLAY "STUDENT " WS-WANTED-STUDENT-ID " - "
002260                 STUDENT-NAME " " STUDENT-INITIALS
002270         ELSE
002280             DISPLAY "NOTE - STUDENT " WS-WANTED-STUDENT-ID
002290                 " IS NOT ON STUDENTS.DAT - AN ADDRESS ON FILE "
002300                 "CAN BE CHANGED BUT NOT ADDED."
002310         END-IF
002320
002330         PERFORM 3100-SHOW-ADDRESS THRU 3100-EXIT
002340         PERFORM 3300-GET-ACTION THRU 3300-EXIT
002350         PERFORM 3400-PROCESS-ACTION THRU 3400-EXIT
002360             UNTIL WS-ACTION-LINE = SPACES
002370     END-IF
002380
002390     PERFORM 2000-GET-STUDENT-ID THRU 2000-EXIT
002400 3000-EXIT.
002410     EXIT.
002420
002430*****************************************************************
002440* 3100-SHOW-ADDRESS - KEYED READ OF ADDRESS.DAT ON THE WANTED ID
002450* AND SHOW WHAT IS ON FILE.
002460*****************************************************************
002470 3100-SHOW-ADDRESS.
002480     MOVE WS-WANTED-STUDENT-ID TO ADDR-DATA-ID
002490     READ ADDRESS-FILE
002500         INVALID KEY
002510             MOVE "N" TO WS-ON-FILE-SWITCH
002520             DISPLAY "NO ADDRESS ON FILE FOR STUDENT "
002530                 WS-WANTED-STUDENT-ID "."
002540         NOT INVALID KEY
002550             MOVE "Y" TO WS-ON-FILE-SWITCH
002560             PERFORM 3200-SHOW-ONE-ADDRESS THRU 3200-EXIT
002570     END-READ
002580 3100-EXIT.
002590     EXIT.
002600
002610 3200-SHOW-ONE-ADDRESS.
002620     DISPLAY "  MAILING NAME . . . " ADDR-MAIL-NAME
002630     DISPLAY "  STREET LINE 1 . . " ADDR-STREET-1
002640     DISPLAY "  STREET LINE 2 . . " ADDR-STREET-2
002650     DISPLAY "  CITY . . . . . . . " ADDR-CITY
002660     DISPLAY "  STATE  . . . . . . " ADDR-STATE
002670     DISPLAY "  ZIP CODE . . . . . " ADDR-ZIP
002680     DISPLAY "  PHONE  . . . . . . " ADDR-PHONE
002690     DISPLAY "  E-MAIL . . . . . . " ADDR-EMAIL
002700     DISPLAY "  LAST CHANGED . . . " ADDR-CHANGED-DATE " BY "
002710         ADDR-CHANGED-BY
002720     IF ADDR-NO-MAILING-ADDRESS
002730         DISPLAY "  NOTE - NO STREET ADDRESS - NOTHING CAN BE "
002740             "MAILED TO THIS STUDENT."
002750     END-IF
002760 3200-EXIT.
002770     EXIT.
002780
002790*****************************************************************
002800* 3300-GET-ACTION
002810*****************************************************************
002820 3300-GET-ACTION.
002830     DISPLAY "ENTER C TO ENTER OR CHANGE THE ADDRESS, R TO "
002840         "REMOVE IT.  ENTER NOTHING FOR THE NEXT STUDENT."
002850     MOVE SPACES TO WS-ACTION-LINE
002860     ACCEPT WS-ACTION-LINE
002870 3300-EXIT.
002880     EXIT.
002890
002900*****************************************************************
002910* 3400-PROCESS-ACTION
002920*****************************************************************
002930 3400-PROCESS-ACTION.
002940     EVALUATE WS-ACTION-LINE(1:1)
002950         WHEN "C"
002960             PERFORM 4000-CHANGE-ADDRESS THRU 4000-EXIT
002970         WHEN "R"
002980             PERFORM 5000-REMOVE-ADDRESS THRU 5000-EXIT
002990         WHEN OTHER
003000             DISPLAY "*** ENTER C OR R ***"
003010     END-EVALUATE
003020
003030     PERFORM 3300-GET-ACTION THRU 3300-EXIT
003040 3400-EXIT.
003050     EXIT.
003060
003070*****************************************************************
003080* 4000-CHANGE-ADDRESS - START FROM THE RECORD ON FILE, OR A NEW
003090* ONE CARRYING THE STUDENT'S NAME, TAKE EACH FIELD IN TURN, AND
003100* WRITE OR REWRITE IT STAMPED WITH THE OPERATOR AND DATE.  THE
003110* RECORD IS RE-READ FIRST SO A REJECTED CHANGE EARLIER IN THE
003120* SITTING NEVER CARRIES INTO THIS ONE.
003130*****************************************************************
003140 4000-CHANGE-ADDRESS.
003150     MOVE "Y" TO WS-VALID-SWITCH
003160     MOVE WS-WANTED-STUDENT-ID TO ADDR-DATA-ID
003170     READ ADDRESS-FILE
003180         INVALID KEY
003190             MOVE "N" TO WS-ON-FILE-SWITCH
003200         NOT INVALID KEY
003210             MOVE "Y" TO WS-ON-FILE-SWITCH
003220     END-READ
003230
003240     IF NOT WS-ADDRESS-ON-FILE
003250         IF NOT WS-ON-STUDENTS
003260             DISPLAY "*** STUDENT " WS-WANTED-STUDENT-ID
003270                 " IS NOT ON STUDENTS.DAT - ADDRESS NOT ADDED ***"
003280             MOVE "N" TO WS-VALID-SWITCH
003290         ELSE
003300             MOVE SPACES TO ADDR-REC
003310             MOVE WS-WANTED-STUDENT-ID TO ADDR-DATA-ID
003320             STRING STUDENT-INITIALS  DELIMITED BY SPACE
003330                    " "               DELIMITED BY SIZE
003340                    STUDENT-NAME      DELIMITED BY SIZE
003350                 INTO ADDR-MAIL-NAME
003360             END-STRING
003370         END-IF
003380     END-IF
003390
003400     IF WS-DATA-VALID
003410         DISPLAY "ENTER EACH FIELD.  ENTER NOTHING TO KEEP WHAT "
003420             "IS SHOWN, * TO BLANK IT."
003430         PERFORM 4100-TAKE-FIELDS THRU 4100-EXIT
003440         PERFORM 4200-VALIDATE-ADDRESS THRU 4200-EXIT
003450     END-IF
003460
003470     IF WS-DATA-VALID
003480         ACCEPT ADDR-CHANGED-DATE FROM DATE YYYYMMDD
003490         MOVE WS-OPERATOR-ID TO ADDR-CHANGED-BY
003500         IF WS-ADDRESS-ON-FILE
003510             PERFORM 4300-REWRITE-ADDRESS THRU 4300-EXIT
003520         ELSE
003530             PERFORM 4400-WRITE-ADDRESS THRU 4400-EXIT
003540         END-IF
003550     END-IF
003560 4000-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600* 4100-TAKE-FIELDS - ONE PROMPT PER FIELD, SHOWING THE VALUE ON
003610* FILE.  STREET LINES CARRY COMMAS, SO THE FIELDS CANNOT BE
003620* KEYED AS ONE COMMA SEPARATED LINE THE WAY HOLDWRITER TAKES A
003630* HOLD.
003640*****************************************************************
003650 4100-TAKE-FIELDS.
003660     DISPLAY "MAILING NAME   [" ADDR-MAIL-NAME "]"
003670     MOVE SPACES TO WS-REPLY-LINE
003680     ACCEPT WS-REPLY-LINE
003690     IF WS-REPLY-BLANK
003700         MOVE SPACES TO ADDR-MAIL-NAME
003710     ELSE
003720         IF NOT WS-REPLY-KEEP
003730             MOVE WS-REPLY-LINE TO ADDR-MAIL-NAME
003740         END-IF
003750     END-IF
003760
003770     DISPLAY "STREET LINE 1  [" ADDR-STREET-1 "]"
003780     MOVE SPACES TO WS-REPLY-LINE
003790     ACCEPT WS-REPLY-LINE
003800     IF WS-REPLY-BLANK
003810         MOVE SPACES TO ADDR-STREET-1
003820     ELSE
003830         IF NOT WS-REPLY-KEEP
003840             MOVE WS-REPLY-LINE TO ADDR-STREET-1
003850         END-IF
003860     END-IF
003870
003880     DISPLAY "STREET LINE 2  [" ADDR-STREET-2 "]"
003890     MOVE SPACES TO WS-REPLY-LINE
003900     ACCEPT WS-REPLY-LINE
003910     IF WS-REPLY-BLANK
003920         MOVE SPACES TO ADDR-STREET-2
003930     ELSE
003940         IF NOT WS-REPLY-KEEP
003950             MOVE WS-REPLY-LINE TO ADDR-STREET-2
003960         END-IF
003970     END-IF
003980
003990     DISPLAY "CITY           [" ADDR-CITY "]"
004000     MOVE SPACES TO WS-REPLY-LINE
004010     ACCEPT WS-REPLY-LINE
004020     IF WS-REPLY-BLANK
004030         MOVE SPACES TO ADDR-CITY
004040     ELSE
004050         IF NOT WS-REPLY-KEEP
004060             MOVE WS-REPLY-LINE TO ADDR-CITY
004070         END-IF
004080     END-IF
004090
004100     DISPLAY "STATE          [" ADDR-STATE "]"
004110     MOVE SPACES TO WS-REPLY-LINE
004120     ACCEPT WS-REPLY-LINE
004130     IF WS-REPLY-BLANK
004140         MOVE SPACES TO ADDR-STATE
004150     ELSE
004160         IF NOT WS-REPLY-KEEP
004170             MOVE WS-REPLY-LINE TO ADDR-STATE
004180         END-IF
004190     END-IF
004200
004210     DISPLAY "ZIP CODE       [" ADDR-ZIP "]"
004220     MOVE SPACES TO WS-REPLY-LINE
004230     ACCEPT WS-REPLY-LINE
004240     IF WS-REPLY-BLANK
004250         MOVE SPACES TO ADDR-ZIP
004260     ELSE
004270         IF NOT WS-REPLY-KEEP
004280             MOVE WS-REPLY-LINE TO ADDR-ZIP
004290         END-IF
004300     END-IF
004310
004320     DISPLAY "PHONE          [" ADDR-PHONE "]"
004330     MOVE SPACES TO WS-REPLY-LINE
004340     ACCEPT WS-REPLY-LINE
004350     IF WS-REPLY-BLANK
004360         MOVE SPACES TO ADDR-PHONE
004370     ELSE
004380         IF NOT WS-REPLY-KEEP
004390             MOVE WS-REPLY-LINE TO ADDR-PHONE
004400         END-IF
004410     END-IF
004420
004430     DISPLAY "E-MAIL         [" ADDR-EMAIL "]"
004440     MOVE SPACES TO WS-REPLY-LINE
004450     ACCEPT WS-REPLY-LINE
004460     IF WS-REPLY-BLANK
004470         MOVE SPACES TO ADDR-EMAIL
004480     ELSE
004490         IF NOT WS-REPLY-KEEP
004500             MOVE WS-REPLY-LINE TO ADDR-EMAIL
004510         END-IF
004520     END-IF
004530 4100-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570* 4200-VALIDATE-ADDRESS - A MAILING NAME IS ALWAYS NEEDED.  A
004580* STREET ADDRESS NEEDS ITS CITY, A TWO-LETTER STATE AND A FIVE
004590* DIGIT OR ZIP+4 ZIP CODE - A LETTER THE POST OFFICE CANNOT
004600* DELIVER IS WORSE THAN NONE, BECAUSE WE THINK IT WENT.  WITH
004610* NO STREET ADDRESS THE RECORD IS CONTACT ONLY AND MUST CARRY
004620* A PHONE OR AN E-MAIL.
004630*****************************************************************
004640 4200-VALIDATE-ADDRESS.
004650     IF ADDR-MAIL-NAME = SPACES
004660         DISPLAY "*** MAILING NAME CANNOT BE BLANK - REJECTED ***"
004670         MOVE "N" TO WS-VALID-SWITCH
004680     END-IF
004690
004700     IF ADDR-NO-MAILING-ADDRESS
004710         IF ADDR-STREET-2 NOT = SPACES
004720             OR ADDR-CITY NOT = SPACES
004730             OR ADDR-STATE NOT = SPACES
004740             OR ADDR-ZIP NOT = SPACES
004750             DISPLAY "*** STREET LINE 1 IS BLANK - LINE 2, CITY, "
004760                 "STATE AND ZIP MUST BE TOO - REJECTED ***"
004770             MOVE "N" TO WS-VALID-SWITCH
004780         END-IF
004790         IF ADDR-PHONE = SPACES AND ADDR-EMAIL = SPACES
004800             DISPLAY "*** NO STREET ADDRESS, PHONE OR E-MAIL - "
004810                 "NOTHING TO KEEP - REJECTED ***"
004820             MOVE "N" TO WS-VALID-SWITCH
004830         END-IF
004840     ELSE
004850         IF ADDR-CITY = SPACES
004860             DISPLAY "*** CITY CANNOT BE BLANK - REJECTED ***"
004870             MOVE "N" TO WS-VALID-SWITCH
004880         END-IF
004890         IF ADDR-STATE NOT ALPHABETIC
004900             OR ADDR-STATE(1:1) = SPACE
004910             OR ADDR-STATE(2:1) = SPACE
004920             DISPLAY "*** STATE MUST BE TWO LETTERS - "
004930                 "REJECTED ***"
004940             MOVE "N" TO WS-VALID-SWITCH
004950         END-IF
004960         PERFORM 4250-VALIDATE-ZIP THRU 4250-EXIT
004970     END-IF
004980 4200-EXIT.
004990     EXIT.
005000
005010 4250-VALIDATE-ZIP.
005020     MOVE ADDR-ZIP TO WS-ZIP-CHECK
005030     IF WS-ZIP-FIVE NOT NUMERIC
005040         DISPLAY "*** ZIP CODE MUST START WITH FIVE DIGITS - "
005050             "REJECTED ***"
005060         MOVE "N" TO WS-VALID-SWITCH
005070     ELSE
005080         IF WS-ZIP-DASH = SPACE AND WS-ZIP-FOUR = SPACES
005090             CONTINUE
005100         ELSE
005110             IF WS-ZIP-DASH NOT = "-" OR WS-ZIP-FOUR NOT NUMERIC
005120                 DISPLAY "*** ZIP+4 MUST BE KEYED AS "
005130                     "99999-9999 - REJECTED ***"
005140                 MOVE "N" TO WS-VALID-SWITCH
005150             END-IF
005160         END-IF
005170     END-IF
005180 4250-EXIT.
005190     EXIT.
005200
005210 4300-REWRITE-ADDRESS.
005220     REWRITE ADDR-REC
005230         INVALID KEY
005240             DISPLAY "*** ADDRESS COULD NOT BE CHANGED ***"
005250         NOT INVALID KEY
005260             ADD 1 TO WS-RUN-CHANGED-COUNT
005270             MOVE "ADDRCHG" TO WS-AUDIT-ACTION
005280             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
005290             DISPLAY "ADDRESS CHANGED FOR STUDENT "
005300                 WS-WANTED-STUDENT-ID "."
005310     END-REWRITE
005320 4300-EXIT.
005330     EXIT.
005340
005350 4400-WRITE-ADDRESS.
005360     WRITE ADDR-REC
005370         INVALID KEY
005380             DISPLAY "*** ADDRESS COULD NOT BE ADDED ***"
005390         NOT INVALID KEY
005400             MOVE "Y" TO WS-ON-FILE-SWITCH
005410             ADD 1 TO WS-RUN-ADDED-COUNT
005420             MOVE "ADDRADD" TO WS-AUDIT-ACTION
005430             PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
005440             DISPLAY "ADDRESS ADDED FOR STUDENT "
005450                 WS-WANTED-STUDENT-ID "."
005460     END-WRITE
005470 4400-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510* 5000-REMOVE-ADDRESS - ONLY ON A Y CONFIRMATION.  WITH NO
005520* ADDRESS ON FILE THE STUDENT'S NOTICES GO ON THE NOTIFYRUN
005530* NOT-MAILED LIST INSTEAD.
005540*****************************************************************
005550 5000-REMOVE-ADDRESS.
005560     IF NOT WS-ADDRESS-ON-FILE
005570         DISPLAY "*** NO ADDRESS ON FILE FOR STUDENT "
005580             WS-WANTED-STUDENT-ID " - NOTHING TO REMOVE ***"
005590     ELSE
005600         DISPLAY "ENTER Y TO CONFIRM REMOVING THE ADDRESS FOR "
005610             "STUDENT " WS-WANTED-STUDENT-ID
005620         MOVE SPACES TO WS-REPLY-LINE
005630         ACCEPT WS-REPLY-LINE
005640         IF WS-REPLY-LINE(1:1) NOT = "Y"
005650             DISPLAY "ADDRESS NOT REMOVED."
005660         ELSE
005670             MOVE WS-WANTED-STUDENT-ID TO ADDR-DATA-ID
005680             DELETE ADDRESS-FILE
005690                 INVALID KEY
005700                     DISPLAY "*** ADDRESS COULD NOT BE "
005710                         "REMOVED ***"
005720                 NOT INVALID KEY
005730                     MOVE "N" TO WS-ON-FILE-SWITCH
005740                     ADD 1 TO WS-RUN-REMOVED-COUNT
005750                     MOVE "ADDRDEL" TO WS-AUDIT-ACTION
005760                     PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT
005770                     DISPLAY "ADDRESS REMOVED FOR STUDENT "
005780                         WS-WANTED-STUDENT-ID "."
005790             END-DELETE
005800         END-IF
005810     END-IF
005820 5000-EXIT.
005830     EXIT.
005840
005850*****************************************************************
005860* 6000-WRITE-AUDIT - APPEND ONE ENTRY TO AUDIT.DAT FOR THE
005870* ADDRESS JUST ADDED, CHANGED OR REMOVED.
005880*****************************************************************
005890 6000-WRITE-AUDIT.
005900     MOVE WS-WANTED-STUDENT-ID TO AUDIT-DATA-ID
005910     MOVE WS-OPERATOR-ID       TO AUDIT-OPERATOR-ID
005920     MOVE WS-AUDIT-ACTION      TO AUDIT-ACTION
005930     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
005940     ACCEPT AUDIT-TIME FROM TIME
005950     WRITE AUDIT-REC
005960 6000-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000* 8000-TERMINATE
006010*****************************************************************
006020 8000-TERMINATE.
006030     IF NOT WS-ABORT
006040         CLOSE ADDRESS-FILE
006050         CLOSE STUDENT-FILE
006060         CLOSE AUDIT-FILE
006070         DISPLAY "ADDRWRITER COMPLETE - " WS-RUN-ADDED-COUNT
006080             " ADDED, " WS-RUN-CHANGED-COUNT " CHANGED, "
006090             WS-RUN-REMOVED-COUNT " REMOVED."
006100     END-IF
006110 8000-EXIT.
006120     EXIT.
