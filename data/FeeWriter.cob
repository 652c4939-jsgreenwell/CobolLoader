000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  FEEWRITER.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* LOADS AND MAINTAINS FEESCHED.DAT, THE TUITION AND FEE SCHEDULE
000090* (SEE FEESCHED.CPY) THAT BILLRUN CHARGES STUDENTS FROM AND
000100* ENROLLDROP REFUNDS AGAINST.  INTERACTIVE, ONE TERM AT A TIME -
000110* KEYING A TERM ALREADY ON FILE SHOWS ITS SCHEDULE AND CHANGES
000120* IT, THE SAME WAY REQWRITER CHANGES A PROGRAM ALREADY ON FILE.
000130* THE TERM MUST BE ON TERMS.DAT.
000140*
000150* THE RATE PER CREDIT HOUR AND THE DUE DATE ARE SHOWN AND TAKE A
000160* NEW VALUE OR BLANK TO KEEP, THEN FLAT FEES ARE KEYED ONE PER
000170* LINE.  A FEE CODE ALREADY ON THE SCHEDULE HAS ITS AMOUNT AND
000180* DESCRIPTION CHANGED, AND AN AMOUNT OF X TAKES IT OFF.  NOTHING
000190* IS WRITTEN UNTIL THE OPERATOR CONFIRMS THE FINISHED SCHEDULE.
000200*
000210* A CHANGED RATE REACHES STUDENTS ALREADY BILLED THE NEXT TIME
000220* BILLRUN RUNS FOR THE TERM - BILLRUN POSTS THE DIFFERENCE.  A
000230* FLAT FEE IS ONLY CHARGED ONCE A TERM, SO A FEE ADDED OR CHANGED
000240* AFTER THE TERM HAS BEEN BILLED REACHES NEW STUDENTS ONLY.
000250*
000260* THE SCHEDULE DECIDES WHAT EVERY STUDENT IS CHARGED, SO THE
000270* PROGRAM IS SUPERVISOR-ONLY AND EACH RECORD CARRIES WHO LAST
000280* CHANGED IT AND WHEN.
000290*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   ---------- ----  ------------------------------------------
000330*   2026-10-15 JMS   ORIGINAL PROGRAM.
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FEE-FILE ASSIGN TO "FEESCHED.DAT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS FEE-TERM
000430         FILE STATUS IS WS-FEE-FILE-STATUS.
000440
000450     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS TERM-CODE
000490         FILE STATUS IS WS-TERM-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  FEE-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY FEESCHED.
000560
000570 FD  TERM-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY TERMREC.
000600
000610 WORKING-STORAGE SECTION.
000620 01  WS-SWITCHES.
000630     05  WS-FEE-FILE-STATUS          PIC X(02).
000640         88  WS-FEE-FILE-NOT-FOUND   VALUE "35".
000650     05  WS-TERM-FILE-STATUS         PIC X(02).
000660         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
000670     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000680         88  WS-ABORT                VALUE "Y".
000690     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000700         88  WS-DATA-VALID           VALUE "Y".
000710     05  WS-ON-FILE-SWITCH           PIC X(01) VALUE "N".
000720         88  WS-ON-FILE              VALUE "Y".
000730     05  WS-ENTRY-FOUND-SWITCH       PIC X(01) VALUE "N".
000740         88  WS-ENTRY-FOUND          VALUE "Y".
000750     05  WS-FEE-OK-SWITCH            PIC X(01) VALUE "N".
000760         88  WS-FEE-OK               VALUE "Y".
000770
000780*****************************************************************
000790* OPERATOR ID KEYED IN AT STARTUP.
000800*****************************************************************
000810 01  WS-OPERATOR-ID                  PIC X(08).
000820
000830*****************************************************************
000840* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
000850*****************************************************************
000860 COPY SIGNPARM.
000870 01  WS-TERM-LINE                    PIC X(05).
000880 01  WS-REPLY-LINE                   PIC X(30).
000881 01  WS-REPLY-VALUES REDEFINES WS-REPLY-LINE.
000882     05  WS-REPLY-RATE               PIC 9(05)V99.
000883     05  FILLER                      PIC X(23).
000890
000900*****************************************************************
000910* FLAT FEE ACCEPT AREA - ONE LINE OF COMMA SEPARATED FIELDS
000920* KEYED IN AS -  FEECODE, AMOUNT, DESCRIPTION
000930*****************************************************************
000940 01  WS-FEE-INPUT-LINE               PIC X(50).
000950 01  WS-INPUT-FIELDS.
000960     05  WS-IN-FLAT-CODE             PIC X(04).
000970     05  WS-IN-FLAT-AMOUNT           PIC X(07).
000971     05  WS-IN-FLAT-AMOUNT-NUM REDEFINES WS-IN-FLAT-AMOUNT
000972                                     PIC 9(05)V99.
000980     05  WS-IN-FLAT-DESCRIPTION      PIC X(20).
000990
001000 01  WS-SUBSCRIPTS.
001010     05  WS-ENTRY-SUB                PIC 9(02) COMP.
001020     05  WS-FOUND-SUB                PIC 9(02) COMP.
001030     05  WS-NEXT-SUB                 PIC 9(02) COMP.
001040     05  WS-FEE-MAX-ENTRIES          PIC 9(02) COMP VALUE 10.
001050
001060 01  WS-SHOW-AMOUNT                  PIC ZZ,ZZ9.99.
001070
001080 01  WS-RUN-TOTALS.
001090     05  WS-RUN-ADDED-COUNT          PIC 9(08) COMP VALUE ZERO.
001100     05  WS-RUN-CHANGED-COUNT        PIC 9(08) COMP VALUE ZERO.
001110
001120*****************************************************************
001130* WORK AREAS USED TO EDIT THE KEYED DUE DATE INTO A REAL
001140* CALENDAR DATE, INCLUDING LEAP-YEAR FEBRUARYS - THE SAME EDIT
001150* TERMWRITER MAKES ON A TERM'S START AND END DATES.
001160*****************************************************************
001170 01  WS-DATE-EDIT-WORK-AREAS.
001180     05  WS-EDIT-DATE.
001190         10  WS-EDIT-YEAR            PIC 9(04).
001200         10  WS-EDIT-MONTH           PIC 9(02).
001210         10  WS-EDIT-DAY             PIC 9(02).
001220     05  WS-DATE-OK-SWITCH           PIC X(01) VALUE "Y".
001230         88  WS-DATE-OK              VALUE "Y".
001240     05  WS-LEAP-YEAR-SWITCH         PIC X(01) VALUE "N".
001250         88  WS-LEAP-YEAR            VALUE "Y".
001260     05  WS-DIVIDE-QUOTIENT          PIC 9(06).
001270     05  WS-REMAINDER-4              PIC 9(03).
001280     05  WS-REMAINDER-100            PIC 9(03).
001290     05  WS-REMAINDER-400            PIC 9(03).
001300     05  WS-MAX-DAY-IN-MONTH         PIC 99.
001310
001320 01  WS-DAYS-IN-MONTH-DATA.
001330     05  FILLER                      PIC 99 VALUE 31.
001340     05  FILLER                      PIC 99 VALUE 28.
001350     05  FILLER                      PIC 99 VALUE 31.
001360     05  FILLER                      PIC 99 VALUE 30.
001370     05  FILLER                      PIC 99 VALUE 31.
001380     05  FILLER                      PIC 99 VALUE 30.
001390     05  FILLER                      PIC 99 VALUE 31.
001400     05  FILLER                      PIC 99 VALUE 31.
001410     05  FILLER                      PIC 99 VALUE 30.
001420     05  FILLER                      PIC 99 VALUE 31.
001430     05  FILLER                      PIC 99 VALUE 30.
001440     05  FILLER                      PIC 99 VALUE 31.
001450 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-DATA.
001460     05  WS-DAYS-IN-MONTH-TBL        PIC 99 OCCURS 12 TIMES.
001470
001480 PROCEDURE DIVISION.
001490*****************************************************************
001500* 0000-MAINLINE
001510*****************************************************************
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001540
001550     IF NOT WS-ABORT
001560         PERFORM 2000-GET-TERM THRU 2000-EXIT
001570         PERFORM 3000-PROCESS-TERM THRU 3000-EXIT
001580             UNTIL WS-TERM-LINE = SPACES
001590     END-IF
001600
001610     PERFORM 8000-TERMINATE THRU 8000-EXIT
001620     STOP RUN.
001630
001640*****************************************************************
001650* 1000-INITIALIZE - SIGN THE OPERATOR ON (SUPERVISOR-ONLY) AND
001660* OPEN THE FILES.  TERMS.DAT IS REQUIRED.  A BRAND-NEW
001670* FEESCHED.DAT IS CREATED (EMPTY) THE FIRST TIME.
001680*****************************************************************
001690 1000-INITIALIZE.
001700     DISPLAY "ENTER YOUR OPERATOR ID"
001710     MOVE SPACES TO WS-OPERATOR-ID
001720     ACCEPT WS-OPERATOR-ID
001730     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
001740
001750     IF NOT WS-ABORT
001760         OPEN INPUT TERM-FILE
001770         IF WS-TERM-FILE-NOT-FOUND
001780             DISPLAY "*** TERMS.DAT NOT FOUND - "
001790                 "RUN TERMWRITER FIRST ***"
001800             MOVE "Y" TO WS-ABORT-SWITCH
001810         ELSE
001820             OPEN I-O FEE-FILE
001830             IF WS-FEE-FILE-NOT-FOUND
001840                 OPEN OUTPUT FEE-FILE
001850                 CLOSE FEE-FILE
001860                 OPEN I-O FEE-FILE
001870             END-IF
001880             DISPLAY "FEEWRITER - ADD OR CHANGE A TERM'S TUITION "
001890                 "AND FEES.  A TERM ALREADY ON FILE IS CHANGED."
001900         END-IF
001910     END-IF
001920 1000-EXIT.
001930     EXIT.
001940
001950*****************************************************************
001960* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
001970* MODULE.  THE FEE SCHEDULE IS A SUPERVISOR-ONLY FUNCTION, SO
001980* SUPERVISOR AUTHORITY IS ASKED FOR - SIGNON CHECKS THE PASSWORD
001990* AND LOCKOUT AND LOGS THE ATTEMPT TO SIGNLOG.DAT EITHER WAY.
002000*****************************************************************
002010 1100-VALIDATE-OPERATOR.
002020     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
002030     MOVE "FEEWRITER" TO SIGNON-PROGRAM-NAME
002040     MOVE "Y" TO SIGNON-NEED-SUPER-FLAG
002050     CALL "SIGNON" USING SIGNON-PARM
002060     IF NOT SIGNON-OK
002070         MOVE "Y" TO WS-ABORT-SWITCH
002080     END-IF
002090 1100-EXIT.
002100     EXIT.
002110
002120*****************************************************************
002130* 2000-GET-TERM
002140*****************************************************************
002150 2000-GET-TERM.
002160     DISPLAY "ENTER TERM CODE.  ENTER NOTHING TO END."
002170     MOVE SPACES TO WS-TERM-LINE
002180     ACCEPT WS-TERM-LINE
002190 2000-EXIT.
002200     EXIT.
002210
002220*****************************************************************
002230* 3000-PROCESS-TERM - THE TERM MUST BE ON TERMS.DAT.  LOAD WHAT
002240* IS ON FILE FOR IT (OR START A NEW SCHEDULE), TAKE THE CHANGES,
002250* AND SAVE ON CONFIRMATION.
002260*****************************************************************
002270 3000-PROCESS-TERM.
002280     MOVE WS-TERM-LINE TO TERM-CODE
002290     READ TERM-FILE
002300         INVALID KEY
002310             DISPLAY "*** TERM " WS-TERM-LINE
002320                 " IS NOT ON TERMS.DAT - REJECTED ***"
002330         NOT INVALID KEY
002340             PERFORM 3100-LOAD-SCHEDULE THRU 3100-EXIT
002350             PERFORM 3200-CHANGE-HEADER THRU 3200-EXIT
002360             IF WS-DATA-VALID
002370                 PERFORM 3300-GET-FEE-LINE THRU 3300-EXIT
002380                 PERFORM 3400-PROCESS-FEE-LINE THRU 3400-EXIT
002390                     UNTIL WS-FEE-INPUT-LINE = SPACES
002400                 PERFORM 3700-CONFIRM-AND-SAVE THRU 3700-EXIT
002410             ELSE
002420                 DISPLAY "*** TERM " WS-TERM-LINE
002430                     " NOT CHANGED ***"
002440             END-IF
002450     END-READ
002460
002470     PERFORM 2000-GET-TERM THRU 2000-EXIT
002480 3000-EXIT.
002490     EXIT.
002500
002510*****************************************************************
002520* 3100-LOAD-SCHEDULE - READ THE TERM'S SCHEDULE AND SHOW IT, OR
002530* SET UP AN EMPTY ONE FOR A NEW TERM.  A NEW SCHEDULE STARTS WITH
002540* THE TERM'S START DATE AS ITS DUE DATE.
002550*****************************************************************
002560 3100-LOAD-SCHEDULE.
002570     MOVE WS-TERM-LINE TO FEE-TERM
002580     READ FEE-FILE
002590         INVALID KEY
002600             MOVE "N" TO WS-ON-FILE-SWITCH
002610         NOT INVALID KEY
002620             MOVE "Y" TO WS-ON-FILE-SWITCH
002630     END-READ
002640
002650     IF WS-ON-FILE
002660         PERFORM 3150-SHOW-SCHEDULE THRU 3150-EXIT
002670     ELSE
002680         MOVE SPACES TO FEE-REC
002690         MOVE WS-TERM-LINE TO FEE-TERM
002700         MOVE ZERO TO FEE-CREDIT-HOUR-RATE
002710         MOVE TERM-START-DATE TO FEE-DUE-DATE
002720         MOVE ZERO TO FEE-FLAT-COUNT
002730         MOVE ZERO TO FEE-CHANGED-DATE
002740         DISPLAY "TERM " FEE-TERM " - " TERM-DESCRIPTION
002750             " HAS NO FEE SCHEDULE ON FILE - NEW RECORD."
002760     END-IF
002770 3100-EXIT.
002780     EXIT.
002790
002800*****************************************************************
002810* 3150-SHOW-SCHEDULE - THE SCHEDULE AS IT STANDS.
002820*****************************************************************
002830 3150-SHOW-SCHEDULE.
002840     MOVE FEE-CREDIT-HOUR-RATE TO WS-SHOW-AMOUNT
002850     DISPLAY "TERM " FEE-TERM " - " TERM-DESCRIPTION
002860     DISPLAY "RATE PER CREDIT HOUR:  " WS-SHOW-AMOUNT
002870     DISPLAY "CHARGES DUE:           " FEE-DUE-DATE
002880     DISPLAY "LAST CHANGED:          " FEE-CHANGED-DATE
002890         " BY " FEE-CHANGED-BY
002900     IF FEE-FLAT-COUNT = ZERO
002910         DISPLAY "NO FLAT FEES ON THE SCHEDULE."
002920     ELSE
002930         DISPLAY "FEE CODE  DESCRIPTION              AMOUNT"
002940         PERFORM 3160-SHOW-ONE-FEE THRU 3160-EXIT
002950             VARYING WS-ENTRY-SUB FROM 1 BY 1
002960             UNTIL WS-ENTRY-SUB > FEE-FLAT-COUNT
002970     END-IF
002980 3150-EXIT.
002990     EXIT.
003000
003010 3160-SHOW-ONE-FEE.
003020     MOVE FEE-FLAT-AMOUNT (WS-ENTRY-SUB) TO WS-SHOW-AMOUNT
003030     DISPLAY "  " FEE-FLAT-CODE (WS-ENTRY-SUB) "    "
003040         FEE-FLAT-DESCRIPTION (WS-ENTRY-SUB) " " WS-SHOW-AMOUNT
003050 3160-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090* 3200-CHANGE-HEADER - SHOW THE RATE AND DUE DATE AND TAKE A NEW
003100* VALUE OR BLANK TO KEEP.  THE RATE IS KEYED AS DIGITS WITH THE
003110* DECIMAL POINT IMPLIED AND TAKEN THROUGH A NUMERIC VIEW OF
003120* THE REPLY, THE SAME AS PAYPOST'S KEYED PAYMENT AMOUNT.  A
003130* RATE OF ZERO IS ALLOWED - A TERM CAN CHARGE FLAT FEES ONLY.
003140*****************************************************************
003150 3200-CHANGE-HEADER.
003160     MOVE "Y" TO WS-VALID-SWITCH
003170
003180     DISPLAY "ENTER RATE PER CREDIT HOUR (7 DIGITS - 0025000 "
003190         "IS 250.00) OR BLANK TO KEEP"
003200     MOVE SPACES TO WS-REPLY-LINE
003210     ACCEPT WS-REPLY-LINE
003220     IF WS-REPLY-LINE NOT = SPACES
003230         IF WS-REPLY-LINE(1:7) NOT NUMERIC
003240             DISPLAY "*** RATE MUST BE 7 DIGITS - REJECTED ***"
003250             MOVE "N" TO WS-VALID-SWITCH
003260         ELSE
003270             MOVE WS-REPLY-RATE TO FEE-CREDIT-HOUR-RATE
003280         END-IF
003290     END-IF
003300
003310     DISPLAY "ENTER DATE CHARGES ARE DUE (YYYYMMDD) OR BLANK TO "
003320         "KEEP " FEE-DUE-DATE
003330     MOVE SPACES TO WS-REPLY-LINE
003340     ACCEPT WS-REPLY-LINE
003350     IF WS-REPLY-LINE NOT = SPACES
003360         IF WS-REPLY-LINE(1:8) NOT NUMERIC
003370             DISPLAY "*** DUE DATE MUST BE YYYYMMDD - "
003380                 "REJECTED ***"
003390             MOVE "N" TO WS-VALID-SWITCH
003400         ELSE
003410             MOVE WS-REPLY-LINE(1:8) TO WS-EDIT-DATE
003420             PERFORM 4500-VALIDATE-EDIT-DATE THRU 4500-EXIT
003430             IF WS-DATE-OK
003440                 MOVE WS-EDIT-DATE TO FEE-DUE-DATE
003450             ELSE
003460                 DISPLAY "*** DUE DATE IS NOT A REAL DATE - "
003470                     "REJECTED ***"
003480                 MOVE "N" TO WS-VALID-SWITCH
003490             END-IF
003500         END-IF
003510     END-IF
003520 3200-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560* 3300-GET-FEE-LINE
003570*****************************************************************
003580 3300-GET-FEE-LINE.
003590     DISPLAY "ENTER - FEECODE, AMOUNT, DESCRIPTION  (AMOUNT 7 "
003600         "DIGITS - 0015000 IS 150.00, X TAKES THE FEE "
003610         "OFF)"
003620     DISPLAY "ENTER NOTHING WHEN THE SCHEDULE IS DONE."
003630     MOVE SPACES TO WS-FEE-INPUT-LINE
003640     ACCEPT WS-FEE-INPUT-LINE
003650
003660     IF WS-FEE-INPUT-LINE NOT = SPACES
003670         MOVE SPACES TO WS-INPUT-FIELDS
003680         UNSTRING WS-FEE-INPUT-LINE DELIMITED BY ","
003690             INTO WS-IN-FLAT-CODE, WS-IN-FLAT-AMOUNT,
003700                  WS-IN-FLAT-DESCRIPTION
003710         END-UNSTRING
003720     END-IF
003730 3300-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770* 3400-PROCESS-FEE-LINE - TAKE A FEE OFF THE SCHEDULE, CHANGE
003780* ONE ALREADY ON IT, OR ADD A NEW ONE.
003790*****************************************************************
003800 3400-PROCESS-FEE-LINE.
003810     PERFORM 3450-FIND-FEE-ENTRY THRU 3450-EXIT
003820
003830     IF WS-IN-FLAT-AMOUNT = "X"
003840         IF WS-ENTRY-FOUND
003850             PERFORM 3500-REMOVE-FEE-ENTRY THRU 3500-EXIT
003860             DISPLAY "FEE " WS-IN-FLAT-CODE
003870                 " TAKEN OFF THE SCHEDULE."
003880         ELSE
003890             DISPLAY "*** FEE " WS-IN-FLAT-CODE
003900                 " IS NOT ON THE SCHEDULE ***"
003910         END-IF
003920     ELSE
003930         PERFORM 3600-VALIDATE-FEE-LINE THRU 3600-EXIT
003940         IF WS-FEE-OK
003950             IF WS-ENTRY-FOUND
003960                 MOVE WS-IN-FLAT-AMOUNT-NUM
003970                     TO FEE-FLAT-AMOUNT (WS-FOUND-SUB)
003980                 MOVE WS-IN-FLAT-DESCRIPTION
003990                     TO FEE-FLAT-DESCRIPTION (WS-FOUND-SUB)
004000                 DISPLAY "FEE " WS-IN-FLAT-CODE " CHANGED."
004010             ELSE
004020                 IF FEE-FLAT-COUNT NOT < WS-FEE-MAX-ENTRIES
004030                     DISPLAY "*** THE SCHEDULE IS FULL - FEE "
004040                         WS-IN-FLAT-CODE " NOT ADDED ***"
004050                 ELSE
004060                     ADD 1 TO FEE-FLAT-COUNT
004070                     MOVE FEE-FLAT-COUNT TO WS-ENTRY-SUB
004080                     MOVE WS-IN-FLAT-CODE
004090                         TO FEE-FLAT-CODE (WS-ENTRY-SUB)
004100                     MOVE WS-IN-FLAT-AMOUNT-NUM
004110                         TO FEE-FLAT-AMOUNT (WS-ENTRY-SUB)
004120                     MOVE WS-IN-FLAT-DESCRIPTION
004130                         TO FEE-FLAT-DESCRIPTION (WS-ENTRY-SUB)
004140                     DISPLAY "FEE " WS-IN-FLAT-CODE
004150                         " ADDED TO THE SCHEDULE."
004160                 END-IF
004170             END-IF
004180         END-IF
004190     END-IF
004200
004210     PERFORM 3300-GET-FEE-LINE THRU 3300-EXIT
004220 3400-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260* 3450-FIND-FEE-ENTRY - WHERE THE KEYED FEE CODE SITS ON THE
004270* SCHEDULE, IF IT IS THERE AT ALL.
004280*****************************************************************
004290 3450-FIND-FEE-ENTRY.
004300     MOVE "N" TO WS-ENTRY-FOUND-SWITCH
004310     MOVE ZERO TO WS-FOUND-SUB
004320     PERFORM 3460-MATCH-FEE-ENTRY THRU 3460-EXIT
004330         VARYING WS-ENTRY-SUB FROM 1 BY 1
004340         UNTIL WS-ENTRY-SUB > FEE-FLAT-COUNT
004350             OR WS-ENTRY-FOUND
004360 3450-EXIT.
004370     EXIT.
004380
004390 3460-MATCH-FEE-ENTRY.
004400     IF FEE-FLAT-CODE (WS-ENTRY-SUB) = WS-IN-FLAT-CODE
004410         MOVE WS-ENTRY-SUB TO WS-FOUND-SUB
004420         MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
004430     END-IF
004440 3460-EXIT.
004450     EXIT.
004460
004470*****************************************************************
004480* 3500-REMOVE-FEE-ENTRY - CLOSE THE GAP BY MOVING EVERY ENTRY
004490* AFTER THE ONE REMOVED UP A PLACE, THEN BLANK THE LAST.
004500*****************************************************************
004510 3500-REMOVE-FEE-ENTRY.
004520     PERFORM 3550-SHIFT-ONE-ENTRY THRU 3550-EXIT
004530         VARYING WS-ENTRY-SUB FROM WS-FOUND-SUB BY 1
004540         UNTIL WS-ENTRY-SUB NOT < FEE-FLAT-COUNT
004550     MOVE FEE-FLAT-COUNT TO WS-ENTRY-SUB
004560     MOVE SPACES TO FEE-FLAT-ENTRY (WS-ENTRY-SUB)
004570     SUBTRACT 1 FROM FEE-FLAT-COUNT
004580 3500-EXIT.
004590     EXIT.
004600
004610 3550-SHIFT-ONE-ENTRY.
004620     COMPUTE WS-NEXT-SUB = WS-ENTRY-SUB + 1
004630     MOVE FEE-FLAT-ENTRY (WS-NEXT-SUB)
004640         TO FEE-FLAT-ENTRY (WS-ENTRY-SUB)
004650 3550-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690* 3600-VALIDATE-FEE-LINE - THE FEE CODE AND DESCRIPTION CANNOT
004700* BE BLANK - THE DESCRIPTION IS WHAT THE STUDENT SEES ON THEIR
004710* STATEMENT - AND THE AMOUNT MUST BE 7 DIGITS AND NOT ZERO.
004720*****************************************************************
004730 3600-VALIDATE-FEE-LINE.
004740     MOVE "Y" TO WS-FEE-OK-SWITCH
004750     IF WS-IN-FLAT-CODE = SPACES
004760         DISPLAY "*** FEE CODE CANNOT BE BLANK - REJECTED ***"
004770         MOVE "N" TO WS-FEE-OK-SWITCH
004780     END-IF
004790     IF WS-IN-FLAT-AMOUNT NOT NUMERIC
004800         DISPLAY "*** AMOUNT MUST BE 7 DIGITS - REJECTED ***"
004810         MOVE "N" TO WS-FEE-OK-SWITCH
004820     ELSE
004830         IF WS-IN-FLAT-AMOUNT = "0000000"
004840             DISPLAY "*** AMOUNT CANNOT BE ZERO - REJECTED ***"
004850             MOVE "N" TO WS-FEE-OK-SWITCH
004860         END-IF
004870     END-IF
004880     IF WS-IN-FLAT-DESCRIPTION = SPACES
004890         DISPLAY "*** DESCRIPTION CANNOT BE BLANK - REJECTED ***"
004900         MOVE "N" TO WS-FEE-OK-SWITCH
004910     END-IF
004920 3600-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960* 3700-CONFIRM-AND-SAVE - SHOW THE SCHEDULE AS IT WILL STAND AND
004970* WRITE (OR REWRITE) THE RECORD ON CONFIRMATION, STAMPED WITH
004980* THE OPERATOR AND DATE.
004990*****************************************************************
005000 3700-CONFIRM-AND-SAVE.
005010     PERFORM 3150-SHOW-SCHEDULE THRU 3150-EXIT
005020     DISPLAY "SAVE THIS SCHEDULE?  ENTER Y TO CONFIRM"
005030     MOVE SPACES TO WS-REPLY-LINE
005040     ACCEPT WS-REPLY-LINE
005050     IF WS-REPLY-LINE(1:1) = "Y"
005060         ACCEPT FEE-CHANGED-DATE FROM DATE YYYYMMDD
005070         MOVE WS-OPERATOR-ID TO FEE-CHANGED-BY
005080         IF WS-ON-FILE
005090             REWRITE FEE-REC
005100                 INVALID KEY
005110                     DISPLAY "*** TERM " FEE-TERM
005120                         " COULD NOT BE REWRITTEN ***"
005130                 NOT INVALID KEY
005140                     ADD 1 TO WS-RUN-CHANGED-COUNT
005150                     DISPLAY "TERM " FEE-TERM " SCHEDULE CHANGED."
005160             END-REWRITE
005170         ELSE
005180             WRITE FEE-REC
005190                 INVALID KEY
005200                     DISPLAY "*** TERM " FEE-TERM
005210                         " COULD NOT BE ADDED ***"
005220                 NOT INVALID KEY
005230                     ADD 1 TO WS-RUN-ADDED-COUNT
005240                     DISPLAY "TERM " FEE-TERM " SCHEDULE ADDED."
005250             END-WRITE
005260         END-IF
005270     ELSE
005280         DISPLAY "SAVE NOT CONFIRMED - TERM " FEE-TERM
005290             " NOT CHANGED."
005300     END-IF
005310 3700-EXIT.
005320     EXIT.
005330
005340*****************************************************************
005350* 4500-VALIDATE-EDIT-DATE - THE DATE MOVED TO THE WS-EDIT
005360* FIELDS MUST FORM A REAL CALENDAR DATE, INCLUDING LEAP-YEAR
005370* FEBRUARYS.
005380*****************************************************************
005390 4500-VALIDATE-EDIT-DATE.
005400     MOVE "Y" TO WS-DATE-OK-SWITCH
005410     IF WS-EDIT-YEAR < 1900 OR WS-EDIT-YEAR > 2099
005420         MOVE "N" TO WS-DATE-OK-SWITCH
005430     ELSE
005440         IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
005450             MOVE "N" TO WS-DATE-OK-SWITCH
005460         ELSE
005470             PERFORM 4600-DETERMINE-LEAP-YEAR THRU 4600-EXIT
005480             MOVE WS-DAYS-IN-MONTH-TBL (WS-EDIT-MONTH)
005490                 TO WS-MAX-DAY-IN-MONTH
005500             IF WS-EDIT-MONTH = 2 AND WS-LEAP-YEAR
005510                 MOVE 29 TO WS-MAX-DAY-IN-MONTH
005520             END-IF
005530             IF WS-EDIT-DAY < 1
005540                 OR WS-EDIT-DAY > WS-MAX-DAY-IN-MONTH
005550                 MOVE "N" TO WS-DATE-OK-SWITCH
005560             END-IF
005570         END-IF
005580     END-IF
005590 4500-EXIT.
005600     EXIT.
005610
005620*****************************************************************
005630* 4600-DETERMINE-LEAP-YEAR
005640*****************************************************************
005650 4600-DETERMINE-LEAP-YEAR.
005660     MOVE "N" TO WS-LEAP-YEAR-SWITCH
005670     DIVIDE WS-EDIT-YEAR BY 4
005680         GIVING WS-DIVIDE-QUOTIENT REMAINDER WS-REMAINDER-4
005690     DIVIDE WS-EDIT-YEAR BY 100
005700         GIVING WS-DIVIDE-QUOTIENT REMAINDER WS-REMAINDER-100
005710     DIVIDE WS-EDIT-YEAR BY 400
005720         GIVING WS-DIVIDE-QUOTIENT REMAINDER WS-REMAINDER-400
005730     IF WS-REMAINDER-4 = 0
005740         AND (WS-REMAINDER-100 NOT = 0 OR WS-REMAINDER-400 = 0)
005750         MOVE "Y" TO WS-LEAP-YEAR-SWITCH
005760     END-IF
005770 4600-EXIT.
005780     EXIT.
005790
005800*****************************************************************
005810* 8000-TERMINATE
005820*****************************************************************
005830 8000-TERMINATE.
005840     IF NOT WS-ABORT
005850         CLOSE FEE-FILE
005860         CLOSE TERM-FILE
005870         DISPLAY "FEEWRITER COMPLETE - " WS-RUN-ADDED-COUNT
005880             " ADDED, " WS-RUN-CHANGED-COUNT " CHANGED."
005890     END-IF
005900 8000-EXIT.
005910     EXIT.
