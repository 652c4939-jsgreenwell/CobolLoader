000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  ROOMUTIL.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* ROOM AND INSTRUCTOR UTILIZATION.  PRINTS, TO ROOMRPT.DAT, A
000090* TERM'S SECTION SCHEDULE (SEE SECTREC.CPY, MAINTAINED BY
000100* SECTWRITER) TWICE - ONCE BY ROOM AND ONCE BY INSTRUCTOR - WITH
000110* THE NUMBER OF SECTIONS AND THE SCHEDULED HOURS PER WEEK FOR
000120* EACH ROOM AND EACH INSTRUCTOR.  RUN IT AFTER THE TERM'S
000130* SCHEDULE IS KEYED AND BEFORE THE TERM STARTS.
000140*
000150* TWO SECTIONS IN THE SAME ROOM, OR TAUGHT BY THE SAME
000160* INSTRUCTOR, THAT MEET ON A COMMON DAY AT OVERLAPPING TIMES ARE
000170* DOUBLE-BOOKED - EACH IS FLAGGED UNDER THE OTHER SO THE CLASH
000180* CAN BE FIXED WITH SECTWRITER.  AN INSTRUCTOR OF TBA (OR BLANK)
000190* IS NOT YET ASSIGNED AND IS NEVER FLAGGED.
000200*
000210* THE TERM'S SECTIONS ARE HELD IN A TABLE AND SORTED IN STORAGE
000220* FOR EACH HALF OF THE REPORT, THE SAME EXCHANGE SORT TRANSCRIPT
000230* USES ON ITS ENROLLMENT TABLE.  A TERM WITH MORE SECTIONS THAN
000240* THE TABLE HOLDS IS REPORTED ON THE FINAL PAGE.
000250*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   ---------- ----  ------------------------------------------
000290*   2026-10-15 JMS   ORIGINAL PROGRAM.
000300*****************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS SECT-KEY
000390         FILE STATUS IS WS-SECTION-FILE-STATUS.
000400
000410     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS TERM-CODE
000450         FILE STATUS IS WS-TERM-FILE-STATUS.
000460
000470     SELECT PRINT-FILE ASSIGN TO "ROOMRPT.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PRINT-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SECTION-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY SECTREC.
000560
000570 FD  TERM-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY TERMREC.
000600
000610 FD  PRINT-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  PRINT-LINE                      PIC X(132).
000640
000650 WORKING-STORAGE SECTION.
000660 01  WS-SWITCHES.
000670     05  WS-SECTION-FILE-STATUS      PIC X(02).
000680         88  WS-SECTION-FILE-NOT-FOUND VALUE "35".
000690     05  WS-TERM-FILE-STATUS         PIC X(02).
000700         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
000710     05  WS-PRINT-FILE-STATUS        PIC X(02).
000720     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000730         88  WS-ABORT                VALUE "Y".
000740     05  WS-SECTION-EOF-SWITCH       PIC X(01) VALUE "N".
000750         88  WS-SECTION-EOF          VALUE "Y".
000760     05  WS-REPORT-BY-SWITCH         PIC X(01) VALUE "R".
000770         88  WS-REPORT-BY-ROOM       VALUE "R".
000780         88  WS-REPORT-BY-INSTRUCTOR VALUE "I".
000790     05  WS-GROUP-END-SWITCH         PIC X(01) VALUE "N".
000800         88  WS-GROUP-END-FOUND      VALUE "Y".
000810     05  WS-DAY-CONFLICT-SWITCH      PIC X(01) VALUE "N".
000820         88  WS-DAY-CONFLICT         VALUE "Y".
000830
000840 01  WS-TERM-LINE                    PIC X(05).
000850 01  WS-TERM-DESCRIPTION             PIC X(20).
000860
000870*****************************************************************
000880* THE TERM'S SECTIONS.  THE SORT KEY IS REBUILT FOR EACH HALF OF
000890* THE REPORT - THE ROOM OR THE INSTRUCTOR, THEN THE FIRST DAY
000900* MET, START TIME AND COURSE, SO EACH GROUP PRINTS IN WEEK
000910* ORDER.  MINUTES IS THE SECTION'S SCHEDULED TIME FOR THE WEEK.
000920*****************************************************************
000930 01  WS-SECTION-TABLE.
000940     05  WS-SEC-COUNT                PIC 9(04) COMP VALUE ZERO.
000950     05  WS-SEC-MAX-ENTRIES          PIC 9(04) COMP VALUE 500.
000960     05  WS-SEC-ENTRY OCCURS 500 TIMES.
000970         10  WS-SEC-SORT-KEY.
000980             15  WS-SEC-SORT-NAME    PIC X(20).
000990             15  WS-SEC-SORT-DAY     PIC 9(01).
001000             15  WS-SEC-SORT-TIME    PIC 9(04).
001010             15  WS-SEC-SORT-COURSE  PIC X(04).
001020         10  WS-SEC-COURSE-CODE      PIC X(04).
001030         10  WS-SEC-MEETING-DAYS.
001040             15  WS-SEC-DAY          PIC X(01) OCCURS 7 TIMES.
001050         10  WS-SEC-START-TIME       PIC 9(04).
001060         10  WS-SEC-END-TIME         PIC 9(04).
001070         10  WS-SEC-ROOM             PIC X(08).
001080         10  WS-SEC-INSTRUCTOR       PIC X(20).
001090         10  WS-SEC-FIRST-DAY        PIC 9(01).
001100         10  WS-SEC-WEEK-MINUTES     PIC 9(05).
001110
001120 01  WS-SORT-HOLD-ENTRY              PIC X(82).
001130
001140 01  WS-SUBSCRIPTS.
001150     05  WS-SORT-I                   PIC 9(04) COMP.
001160     05  WS-SORT-J                   PIC 9(04) COMP.
001170     05  WS-SORT-J-START             PIC 9(04) COMP.
001180     05  WS-SEC-SUB                  PIC 9(04) COMP.
001190     05  WS-OTHER-SUB                PIC 9(04) COMP.
001200     05  WS-NEXT-SUB                 PIC 9(04) COMP.
001210     05  WS-GROUP-START              PIC 9(04) COMP.
001220     05  WS-GROUP-END                PIC 9(04) COMP.
001230     05  WS-DAY-SUB                  PIC 9(02) COMP.
001240
001250*****************************************************************
001260* SCHEDULED TIME WORK AREAS - AN HHMM TIME IS TURNED INTO
001270* MINUTES PAST MIDNIGHT SO A SECTION'S LENGTH CAN BE TAKEN.
001280*****************************************************************
001290 01  WS-TIME-WORK.
001300     05  WS-TIME-HHMM                PIC 9(04).
001310     05  WS-TIME-PARTS REDEFINES WS-TIME-HHMM.
001320         10  WS-TIME-HOUR            PIC 9(02).
001330         10  WS-TIME-MINUTE          PIC 9(02).
001340     05  WS-START-MINUTES            PIC 9(04).
001350     05  WS-END-MINUTES              PIC 9(04).
001360     05  WS-DAYS-MET                 PIC 9(01).
001370     05  WS-GROUP-MINUTES            PIC 9(06).
001380     05  WS-GROUP-SECTIONS           PIC 9(04) COMP.
001390     05  WS-GROUP-HOURS              PIC 9(04)V9.
001400
001410 01  WS-COUNTERS.
001420     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
001430     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001440     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001450     05  WS-OVERFLOW-COUNT           PIC 9(05) COMP VALUE ZERO.
001460     05  WS-ROOM-COUNT               PIC 9(05) COMP VALUE ZERO.
001470     05  WS-INSTRUCTOR-COUNT         PIC 9(05) COMP VALUE ZERO.
001480     05  WS-ROOM-CLASH-COUNT         PIC 9(05) COMP VALUE ZERO.
001490     05  WS-INSTR-CLASH-COUNT        PIC 9(05) COMP VALUE ZERO.
001500
001510 01  HDG-LINE-1.
001520     05  FILLER                      PIC X(36)
001530         VALUE "ROOM AND INSTRUCTOR UTILIZATION -".
001540     05  HDG-TERM                    PIC X(05).
001550     05  FILLER                      PIC X(03) VALUE " - ".
001560     05  HDG-TERM-DESCRIPTION        PIC X(24).
001570     05  FILLER                      PIC X(05) VALUE "PAGE".
001580     05  HDG-PAGE-NO                 PIC ZZZ9.
001590
001600 01  HDG-LINE-2.
001610     05  HDG-PART-TITLE              PIC X(40).
001620
001630 01  ROOM-COL-HDG-LINE.
001640     05  FILLER              PIC X(22) VALUE "ROOM".
001650     05  FILLER              PIC X(08) VALUE "COURSE".
001660     05  FILLER              PIC X(09) VALUE "DAYS".
001670     05  FILLER              PIC X(13) VALUE "TIME".
001680     05  FILLER              PIC X(20) VALUE "INSTRUCTOR".
001690
001700 01  INSTR-COL-HDG-LINE.
001710     05  FILLER              PIC X(22) VALUE "INSTRUCTOR".
001720     05  FILLER              PIC X(08) VALUE "COURSE".
001730     05  FILLER              PIC X(09) VALUE "DAYS".
001740     05  FILLER              PIC X(13) VALUE "TIME".
001750     05  FILLER              PIC X(20) VALUE "ROOM".
001760
001770*****************************************************************
001780* ONE SECTION.  THE NAME COLUMN IS THE ROOM OR INSTRUCTOR BEING
001790* REPORTED BY, PRINTED ON THE FIRST LINE OF ITS GROUP ONLY, AND
001800* THE OTHER COLUMN IS THE INSTRUCTOR OR ROOM.
001810*****************************************************************
001820 01  DETAIL-LINE.
001830     05  DTL-NAME                    PIC X(20).
001840     05  FILLER                      PIC X(02) VALUE SPACES.
001850     05  DTL-COURSE-CODE             PIC X(04).
001860     05  FILLER                      PIC X(04) VALUE SPACES.
001870     05  DTL-DAYS                    PIC X(07).
001880     05  FILLER                      PIC X(02) VALUE SPACES.
001890     05  DTL-START-HOUR              PIC 9(02).
001900     05  FILLER                      PIC X(01) VALUE ":".
001910     05  DTL-START-MINUTE            PIC 9(02).
001920     05  FILLER                      PIC X(01) VALUE "-".
001930     05  DTL-END-HOUR                PIC 9(02).
001940     05  FILLER                      PIC X(01) VALUE ":".
001950     05  DTL-END-MINUTE              PIC 9(02).
001960     05  FILLER                      PIC X(02) VALUE SPACES.
001970     05  DTL-OTHER                   PIC X(20).
001980
001990 01  CLASH-LINE.
002000     05  FILLER                      PIC X(26) VALUE SPACES.
002010     05  FILLER                      PIC X(22)
002020         VALUE "*** DOUBLE-BOOKED WITH".
002030     05  CLL-COURSE-CODE             PIC X(04).
002040     05  FILLER                      PIC X(02) VALUE SPACES.
002050     05  CLL-DAYS                    PIC X(07).
002060     05  FILLER                      PIC X(02) VALUE SPACES.
002070     05  CLL-START-HOUR              PIC 9(02).
002080     05  FILLER                      PIC X(01) VALUE ":".
002090     05  CLL-START-MINUTE            PIC 9(02).
002100     05  FILLER                      PIC X(01) VALUE "-".
002110     05  CLL-END-HOUR                PIC 9(02).
002120     05  FILLER                      PIC X(01) VALUE ":".
002130     05  CLL-END-MINUTE              PIC 9(02).
002140     05  FILLER                      PIC X(04) VALUE " ***".
002150
002160 01  GROUP-TOTAL-LINE.
002170     05  FILLER                      PIC X(04) VALUE SPACES.
002180     05  GTL-NAME                    PIC X(20).
002190     05  FILLER                      PIC X(12)
002200         VALUE "  SECTIONS:".
002210     05  GTL-SECTIONS                PIC ZZZ9.
002220     05  FILLER                      PIC X(20)
002230         VALUE "   HOURS PER WEEK:".
002240     05  GTL-HOURS                   PIC ZZZ9.9.
002250
002260 01  NO-SECTIONS-LINE.
002270     05  FILLER                      PIC X(40)
002280         VALUE "NO SECTIONS ON SECTION.DAT FOR THE TERM".
002290
002300 01  TOTAL-LINE-1.
002310     05  FILLER                      PIC X(28)
002320         VALUE "SECTIONS IN TERM: ".
002330     05  TOT-SECTIONS-OUT            PIC ZZ,ZZ9.
002340
002350 01  TOTAL-LINE-2.
002360     05  FILLER                      PIC X(28)
002370         VALUE "ROOMS IN USE: ".
002380     05  TOT-ROOMS-OUT               PIC ZZ,ZZ9.
002390
002400 01  TOTAL-LINE-3.
002410     05  FILLER                      PIC X(28)
002420         VALUE "INSTRUCTORS: ".
002430     05  TOT-INSTRUCTORS-OUT         PIC ZZ,ZZ9.
002440
002450 01  TOTAL-LINE-4.
002460     05  FILLER                      PIC X(28)
002470         VALUE "ROOM DOUBLE-BOOKINGS: ".
002480     05  TOT-ROOM-CLASH-OUT          PIC ZZ,ZZ9.
002490
002500 01  TOTAL-LINE-5.
002510     05  FILLER                      PIC X(28)
002520         VALUE "INSTRUCTOR DOUBLE-BOOKINGS: ".
002530     05  TOT-INSTR-CLASH-OUT         PIC ZZ,ZZ9.
002540
002550 01  TOTAL-LINE-6.
002560     05  FILLER                      PIC X(28)
002570         VALUE "SECTIONS NOT REPORTED: ".
002580     05  TOT-OVERFLOW-OUT            PIC ZZ,ZZ9.
002590     05  FILLER                      PIC X(40)
002600         VALUE "  (MORE THAN 500 IN THE TERM)".
002610
002620 01  FTR-LINE.
002630     05  FILLER                      PIC X(12)
002640                                     VALUE "END OF PAGE".
002650     05  FTR-PAGE-NO                 PIC ZZZ9.
002660
002670 PROCEDURE DIVISION.
002680*****************************************************************
002690* 0000-MAINLINE
002700*****************************************************************
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002730
002740     IF NOT WS-ABORT
002750         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
002760     END-IF
002770     IF NOT WS-ABORT
002780         PERFORM 3000-LOAD-SECTIONS THRU 3000-EXIT
002790         MOVE "R" TO WS-REPORT-BY-SWITCH
002800         PERFORM 5000-PRINT-UTILIZATION THRU 5000-EXIT
002810         MOVE "I" TO WS-REPORT-BY-SWITCH
002820         PERFORM 5000-PRINT-UTILIZATION THRU 5000-EXIT
002830         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
002840     END-IF
002850
002860     PERFORM 8000-TERMINATE THRU 8000-EXIT
002870     STOP RUN.
002880
002890*****************************************************************
002900* 1000-INITIALIZE
002910*****************************************************************
002920 1000-INITIALIZE.
002930     DISPLAY "ROOMUTIL - ROOM AND INSTRUCTOR UTILIZATION."
002940     DISPLAY "ENTER TERM CODE"
002950     MOVE SPACES TO WS-TERM-LINE
002960     ACCEPT WS-TERM-LINE
002970     IF WS-TERM-LINE = SPACES
002980         DISPLAY "*** TERM CODE CANNOT BE BLANK ***"
002990         MOVE "Y" TO WS-ABORT-SWITCH
003000     END-IF
003010 1000-EXIT.
003020     EXIT.
003030
003040*****************************************************************
003050* 2000-OPEN-FILES - THE TERM MUST BE ON TERMS.DAT, WHICH IS ONLY
003060* NEEDED FOR ITS DESCRIPTION.  SECTION.DAT IS REQUIRED.
003070*****************************************************************
003080 2000-OPEN-FILES.
003090     OPEN INPUT TERM-FILE
003100     IF WS-TERM-FILE-NOT-FOUND
003110         DISPLAY "*** TERMS.DAT NOT FOUND - "
003120             "RUN TERMWRITER FIRST ***"
003130         MOVE "Y" TO WS-ABORT-SWITCH
003140     ELSE
003150         MOVE WS-TERM-LINE TO TERM-CODE
003160         READ TERM-FILE
003170             INVALID KEY
003180                 DISPLAY "*** TERM " WS-TERM-LINE
003190                     " IS NOT ON TERMS.DAT ***"
003200                 MOVE "Y" TO WS-ABORT-SWITCH
003210             NOT INVALID KEY
003220                 MOVE TERM-DESCRIPTION TO WS-TERM-DESCRIPTION
003230         END-READ
003240         CLOSE TERM-FILE
003250     END-IF
003260
003270     IF NOT WS-ABORT
003280         OPEN INPUT SECTION-FILE
003290         IF WS-SECTION-FILE-NOT-FOUND
003300             DISPLAY "*** SECTION.DAT NOT FOUND - "
003310                 "RUN SECTWRITER FIRST ***"
003320             MOVE "Y" TO WS-ABORT-SWITCH
003330         ELSE
003340             OPEN OUTPUT PRINT-FILE
003350         END-IF
003360     END-IF
003370 2000-EXIT.
003380     EXIT.
003390
003400*****************************************************************
003410* 3000-LOAD-SECTIONS - SECTION.DAT IS KEYED COURSE FIRST, SO THE
003420* TERM'S SECTIONS ARE PICKED OUT OF A FULL PASS OF THE FILE.
003430*****************************************************************
003440 3000-LOAD-SECTIONS.
003450     MOVE "N" TO WS-SECTION-EOF-SWITCH
003460     PERFORM 3100-READ-SECTION THRU 3100-EXIT
003470     PERFORM 3200-TAKE-SECTION THRU 3200-EXIT
003480         UNTIL WS-SECTION-EOF
003490 3000-EXIT.
003500     EXIT.
003510
003520 3100-READ-SECTION.
003530     READ SECTION-FILE NEXT RECORD
003540         AT END
003550             MOVE "Y" TO WS-SECTION-EOF-SWITCH
003560     END-READ
003570 3100-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610* 3200-TAKE-SECTION - ONE OF THE TERM'S SECTIONS INTO THE TABLE,
003620* WITH THE FIRST DAY IT MEETS AND ITS MINUTES FOR THE WEEK.
003630*****************************************************************
003640 3200-TAKE-SECTION.
003650     IF SECT-TERM = WS-TERM-LINE
003660         IF WS-SEC-COUNT < WS-SEC-MAX-ENTRIES
003670             ADD 1 TO WS-SEC-COUNT
003680             MOVE WS-SEC-COUNT TO WS-SEC-SUB
003690             MOVE SECT-COURSE-CODE
003700                 TO WS-SEC-COURSE-CODE (WS-SEC-SUB)
003710             MOVE SECT-MEETING-DAYS
003720                 TO WS-SEC-MEETING-DAYS (WS-SEC-SUB)
003730             MOVE SECT-START-TIME
003740                 TO WS-SEC-START-TIME (WS-SEC-SUB)
003750             MOVE SECT-END-TIME TO WS-SEC-END-TIME (WS-SEC-SUB)
003760             MOVE SECT-ROOM TO WS-SEC-ROOM (WS-SEC-SUB)
003770             MOVE SECT-INSTRUCTOR
003780                 TO WS-SEC-INSTRUCTOR (WS-SEC-SUB)
003790             PERFORM 3300-FIGURE-WEEK-MINUTES THRU 3300-EXIT
003800         ELSE
003810             ADD 1 TO WS-OVERFLOW-COUNT
003820         END-IF
003830     END-IF
003840
003850     PERFORM 3100-READ-SECTION THRU 3100-EXIT
003860 3200-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900* 3300-FIGURE-WEEK-MINUTES - LENGTH OF ONE MEETING TIMES THE
003910* NUMBER OF DAYS MET.  THE FIRST DAY MET (1 IS MONDAY) ORDERS
003920* THE SECTIONS THROUGH THE WEEK.
003930*****************************************************************
003940 3300-FIGURE-WEEK-MINUTES.
003950     MOVE ZERO TO WS-DAYS-MET
003960     MOVE 9 TO WS-SEC-FIRST-DAY (WS-SEC-SUB)
003970     PERFORM 3310-COUNT-ONE-DAY THRU 3310-EXIT
003980         VARYING WS-DAY-SUB FROM 7 BY -1
003990         UNTIL WS-DAY-SUB < 1
004000
004010     MOVE SECT-START-TIME TO WS-TIME-HHMM
004020     COMPUTE WS-START-MINUTES = WS-TIME-HOUR * 60 + WS-TIME-MINUTE
004030     MOVE SECT-END-TIME TO WS-TIME-HHMM
004040     COMPUTE WS-END-MINUTES = WS-TIME-HOUR * 60 + WS-TIME-MINUTE
004050     IF WS-END-MINUTES > WS-START-MINUTES
004060         COMPUTE WS-SEC-WEEK-MINUTES (WS-SEC-SUB) =
004070             (WS-END-MINUTES - WS-START-MINUTES) * WS-DAYS-MET
004080     ELSE
004090         MOVE ZERO TO WS-SEC-WEEK-MINUTES (WS-SEC-SUB)
004100     END-IF
004110 3300-EXIT.
004120     EXIT.
004130
004140 3310-COUNT-ONE-DAY.
004150     IF SECT-DAY (WS-DAY-SUB) NOT = SPACE
004160         ADD 1 TO WS-DAYS-MET
004170         MOVE WS-DAY-SUB TO WS-SEC-FIRST-DAY (WS-SEC-SUB)
004180     END-IF
004190 3310-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230* 3500-SORT-SECTION-TABLE - EXCHANGE SORT ON THE SORT KEY BUILT
004240* FOR THIS HALF OF THE REPORT.
004250*****************************************************************
004260 3500-SORT-SECTION-TABLE.
004270     IF WS-SEC-COUNT > 1
004280         PERFORM 3510-SORT-ONE-PASS THRU 3510-EXIT
004290             VARYING WS-SORT-I FROM 1 BY 1
004300             UNTIL WS-SORT-I >= WS-SEC-COUNT
004310     END-IF
004320 3500-EXIT.
004330     EXIT.
004340
004350 3510-SORT-ONE-PASS.
004360     COMPUTE WS-SORT-J-START = WS-SORT-I + 1
004370     PERFORM 3520-SORT-COMPARE THRU 3520-EXIT
004380         VARYING WS-SORT-J FROM WS-SORT-J-START BY 1
004390         UNTIL WS-SORT-J > WS-SEC-COUNT
004400 3510-EXIT.
004410     EXIT.
004420
004430 3520-SORT-COMPARE.
004440     IF WS-SEC-SORT-KEY (WS-SORT-J)
004450         < WS-SEC-SORT-KEY (WS-SORT-I)
004460         MOVE WS-SEC-ENTRY (WS-SORT-I) TO WS-SORT-HOLD-ENTRY
004470         MOVE WS-SEC-ENTRY (WS-SORT-J) TO WS-SEC-ENTRY (WS-SORT-I)
004480         MOVE WS-SORT-HOLD-ENTRY TO WS-SEC-ENTRY (WS-SORT-J)
004490     END-IF
004500 3520-EXIT.
004510     EXIT.
004520
004530*****************************************************************
004540* 3600-BUILD-SORT-KEY - ROOM OR INSTRUCTOR FIRST, THEN WHEN IN
004550* THE WEEK THE SECTION FIRST MEETS.
004560*****************************************************************
004570 3600-BUILD-SORT-KEY.
004580     IF WS-REPORT-BY-ROOM
004590         MOVE WS-SEC-ROOM (WS-SEC-SUB)
004600             TO WS-SEC-SORT-NAME (WS-SEC-SUB)
004610     ELSE
004620         MOVE WS-SEC-INSTRUCTOR (WS-SEC-SUB)
004630             TO WS-SEC-SORT-NAME (WS-SEC-SUB)
004640     END-IF
004650     MOVE WS-SEC-FIRST-DAY (WS-SEC-SUB)
004660         TO WS-SEC-SORT-DAY (WS-SEC-SUB)
004670     MOVE WS-SEC-START-TIME (WS-SEC-SUB)
004680         TO WS-SEC-SORT-TIME (WS-SEC-SUB)
004690     MOVE WS-SEC-COURSE-CODE (WS-SEC-SUB)
004700         TO WS-SEC-SORT-COURSE (WS-SEC-SUB)
004710 3600-EXIT.
004720     EXIT.
004730
004740*****************************************************************
004750* 4000-PRINT-HEADINGS - PAGE HEADING, THE HALF OF THE REPORT
004760* BEING PRINTED, AND ITS COLUMN HEADINGS.
004770*****************************************************************
004780 4000-PRINT-HEADINGS.
004790     ADD 1 TO WS-PAGE-NO
004800     MOVE WS-PAGE-NO TO HDG-PAGE-NO
004810     MOVE WS-TERM-LINE TO HDG-TERM
004820     MOVE WS-TERM-DESCRIPTION TO HDG-TERM-DESCRIPTION
004830     IF WS-PAGE-NO = 1
004840         WRITE PRINT-LINE FROM HDG-LINE-1
004850     ELSE
004860         WRITE PRINT-LINE FROM HDG-LINE-1
004870             AFTER ADVANCING PAGE
004880     END-IF
004890     WRITE PRINT-LINE FROM HDG-LINE-2
004900         AFTER ADVANCING 1 LINE
004910     IF WS-REPORT-BY-ROOM
004920         WRITE PRINT-LINE FROM ROOM-COL-HDG-LINE
004930             AFTER ADVANCING 2 LINES
004940     ELSE
004950         WRITE PRINT-LINE FROM INSTR-COL-HDG-LINE
004960             AFTER ADVANCING 2 LINES
004970     END-IF
004980     MOVE 4 TO WS-LINE-COUNT
004990 4000-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
005040* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
005050*****************************************************************
005060 4500-PRINT-FOOTER.
005070     MOVE WS-PAGE-NO TO FTR-PAGE-NO
005080     WRITE PRINT-LINE FROM FTR-LINE
005090         AFTER ADVANCING 2 LINES
005100 4500-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140* 5000-PRINT-UTILIZATION - ONE HALF OF THE REPORT, BY ROOM OR BY
005150* INSTRUCTOR, STARTING ON A NEW PAGE.
005160*****************************************************************
005170 5000-PRINT-UTILIZATION.
005180     PERFORM 3600-BUILD-SORT-KEY THRU 3600-EXIT
005190         VARYING WS-SEC-SUB FROM 1 BY 1
005200         UNTIL WS-SEC-SUB > WS-SEC-COUNT
005210     PERFORM 3500-SORT-SECTION-TABLE THRU 3500-EXIT
005220
005230     IF WS-REPORT-BY-ROOM
005240         MOVE "BY ROOM" TO HDG-PART-TITLE
005250     ELSE
005260         IF WS-PAGE-NO > ZERO
005270             PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
005280         END-IF
005290         MOVE "BY INSTRUCTOR" TO HDG-PART-TITLE
005300     END-IF
005310     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
005320
005330     IF WS-SEC-COUNT = ZERO
005340         WRITE PRINT-LINE FROM NO-SECTIONS-LINE
005350             AFTER ADVANCING 2 LINES
005360         ADD 2 TO WS-LINE-COUNT
005370     ELSE
005380         MOVE 1 TO WS-GROUP-START
005390         PERFORM 5100-PRINT-GROUP THRU 5100-EXIT
005400             UNTIL WS-GROUP-START > WS-SEC-COUNT
005410     END-IF
005420 5000-EXIT.
005430     EXIT.
005440
005450*****************************************************************
005460* 5100-PRINT-GROUP - ALL THE SECTIONS IN ONE ROOM, OR TAUGHT BY
005470* ONE INSTRUCTOR, EACH FOLLOWED BY ANY SECTION IT CLASHES WITH,
005480* THEN THE GROUP'S SECTIONS AND HOURS PER WEEK.
005490*****************************************************************
005500 5100-PRINT-GROUP.
005510     MOVE WS-GROUP-START TO WS-GROUP-END
005520     MOVE "N" TO WS-GROUP-END-SWITCH
005530     PERFORM 5110-EXTEND-GROUP THRU 5110-EXIT
005540         UNTIL WS-GROUP-END-FOUND
005550
005560     IF WS-REPORT-BY-ROOM
005570         ADD 1 TO WS-ROOM-COUNT
005580     ELSE
005590         ADD 1 TO WS-INSTRUCTOR-COUNT
005600     END-IF
005610
005620     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
005630         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
005640         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
005650     END-IF
005660
005670     MOVE ZERO TO WS-GROUP-MINUTES
005680     MOVE ZERO TO WS-GROUP-SECTIONS
005690     PERFORM 5200-PRINT-ONE-SECTION THRU 5200-EXIT
005700         VARYING WS-SEC-SUB FROM WS-GROUP-START BY 1
005710         UNTIL WS-SEC-SUB > WS-GROUP-END
005720
005730     COMPUTE WS-GROUP-HOURS ROUNDED = WS-GROUP-MINUTES / 60
005740     MOVE WS-SEC-SORT-NAME (WS-GROUP-START) TO GTL-NAME
005750     MOVE WS-GROUP-SECTIONS TO GTL-SECTIONS
005760     MOVE WS-GROUP-HOURS TO GTL-HOURS
005770     WRITE PRINT-LINE FROM GROUP-TOTAL-LINE
005780         AFTER ADVANCING 1 LINE
005790     ADD 1 TO WS-LINE-COUNT
005800
005810     COMPUTE WS-GROUP-START = WS-GROUP-END + 1
005820 5100-EXIT.
005830     EXIT.
005840
005850*****************************************************************
005860* 5110-EXTEND-GROUP - THE GROUP RUNS WHILE THE NEXT ENTRY HAS THE
005870* SAME ROOM OR INSTRUCTOR.
005880*****************************************************************
005890 5110-EXTEND-GROUP.
005900     COMPUTE WS-NEXT-SUB = WS-GROUP-END + 1
005910     IF WS-NEXT-SUB > WS-SEC-COUNT
005920         MOVE "Y" TO WS-GROUP-END-SWITCH
005930     ELSE
005940         IF WS-SEC-SORT-NAME (WS-NEXT-SUB)
005950             NOT = WS-SEC-SORT-NAME (WS-GROUP-START)
005960             MOVE "Y" TO WS-GROUP-END-SWITCH
005970         ELSE
005980             MOVE WS-NEXT-SUB TO WS-GROUP-END
005990         END-IF
006000     END-IF
006010 5110-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050* 5200-PRINT-ONE-SECTION - THE ROOM OR INSTRUCTOR IS PRINTED ON
006060* THE GROUP'S FIRST LINE ONLY.  AN INSTRUCTOR NOT YET ASSIGNED
006070* IS NOT CHECKED FOR CLASHES.
006080*****************************************************************
006090 5200-PRINT-ONE-SECTION.
006100     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
006110         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
006120         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
006130     END-IF
006140
006150     IF WS-SEC-SUB = WS-GROUP-START
006160         MOVE WS-SEC-SORT-NAME (WS-SEC-SUB) TO DTL-NAME
006170     ELSE
006180         MOVE SPACES TO DTL-NAME
006190     END-IF
006200     MOVE WS-SEC-COURSE-CODE (WS-SEC-SUB) TO DTL-COURSE-CODE
006210     MOVE WS-SEC-MEETING-DAYS (WS-SEC-SUB) TO DTL-DAYS
006220     MOVE WS-SEC-START-TIME (WS-SEC-SUB) TO WS-TIME-HHMM
006230     MOVE WS-TIME-HOUR TO DTL-START-HOUR
006240     MOVE WS-TIME-MINUTE TO DTL-START-MINUTE
006250     MOVE WS-SEC-END-TIME (WS-SEC-SUB) TO WS-TIME-HHMM
006260     MOVE WS-TIME-HOUR TO DTL-END-HOUR
006270     MOVE WS-TIME-MINUTE TO DTL-END-MINUTE
006280     IF WS-REPORT-BY-ROOM
006290         MOVE WS-SEC-INSTRUCTOR (WS-SEC-SUB) TO DTL-OTHER
006300     ELSE
006310         MOVE WS-SEC-ROOM (WS-SEC-SUB) TO DTL-OTHER
006320     END-IF
006330     WRITE PRINT-LINE FROM DETAIL-LINE
006340         AFTER ADVANCING 1 LINE
006350     ADD 1 TO WS-LINE-COUNT
006360
006370     ADD 1 TO WS-GROUP-SECTIONS
006380     ADD WS-SEC-WEEK-MINUTES (WS-SEC-SUB) TO WS-GROUP-MINUTES
006390
006400     IF WS-REPORT-BY-ROOM
006410         OR (WS-SEC-SORT-NAME (WS-SEC-SUB) NOT = "TBA"
006420             AND WS-SEC-SORT-NAME (WS-SEC-SUB) NOT = SPACES)
006430         PERFORM 5300-CHECK-CLASH THRU 5300-EXIT
006440             VARYING WS-OTHER-SUB FROM WS-GROUP-START BY 1
006450             UNTIL WS-OTHER-SUB > WS-GROUP-END
006460     END-IF
006470 5200-EXIT.
006480     EXIT.
006490
006500*****************************************************************
006510* 5300-CHECK-CLASH - TWO SECTIONS CLASH WHEN THEY MEET ON AT
006520* LEAST ONE COMMON DAY AND EACH STARTS BEFORE THE OTHER ENDS -
006530* THE SAME TEST ENROLLWRITER MAKES ON A STUDENT'S CLASSES.  EACH
006540* CLASHING PAIR IS COUNTED ONCE, WHEN THE SECOND OF THE TWO IS
006550* THE OTHER SECTION.
006560*****************************************************************
006570 5300-CHECK-CLASH.
006580     IF WS-OTHER-SUB NOT = WS-SEC-SUB
006590         MOVE "N" TO WS-DAY-CONFLICT-SWITCH
006600         PERFORM 5310-MATCH-MEETING-DAY THRU 5310-EXIT
006610             VARYING WS-DAY-SUB FROM 1 BY 1
006620             UNTIL WS-DAY-SUB > 7
006630                 OR WS-DAY-CONFLICT
006640         IF WS-DAY-CONFLICT
006650             AND WS-SEC-START-TIME (WS-SEC-SUB)
006660                 < WS-SEC-END-TIME (WS-OTHER-SUB)
006670             AND WS-SEC-START-TIME (WS-OTHER-SUB)
006680                 < WS-SEC-END-TIME (WS-SEC-SUB)
006690             PERFORM 5400-PRINT-CLASH-LINE THRU 5400-EXIT
006700             IF WS-OTHER-SUB > WS-SEC-SUB
006710                 IF WS-REPORT-BY-ROOM
006720                     ADD 1 TO WS-ROOM-CLASH-COUNT
006730                 ELSE
006740                     ADD 1 TO WS-INSTR-CLASH-COUNT
006750                 END-IF
006760             END-IF
006770         END-IF
006780     END-IF
006790 5300-EXIT.
006800     EXIT.
006810
006820 5310-MATCH-MEETING-DAY.
006830     IF WS-SEC-DAY (WS-SEC-SUB, WS-DAY-SUB) NOT = SPACE
006840         AND WS-SEC-DAY (WS-OTHER-SUB, WS-DAY-SUB) NOT = SPACE
006850         MOVE "Y" TO WS-DAY-CONFLICT-SWITCH
006860     END-IF
006870 5310-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910* 5400-PRINT-CLASH-LINE
006920*****************************************************************
006930 5400-PRINT-CLASH-LINE.
006940     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
006950         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
006960         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
006970     END-IF
006980
006990     MOVE WS-SEC-COURSE-CODE (WS-OTHER-SUB) TO CLL-COURSE-CODE
007000     MOVE WS-SEC-MEETING-DAYS (WS-OTHER-SUB) TO CLL-DAYS
007010     MOVE WS-SEC-START-TIME (WS-OTHER-SUB) TO WS-TIME-HHMM
007020     MOVE WS-TIME-HOUR TO CLL-START-HOUR
007030     MOVE WS-TIME-MINUTE TO CLL-START-MINUTE
007040     MOVE WS-SEC-END-TIME (WS-OTHER-SUB) TO WS-TIME-HHMM
007050     MOVE WS-TIME-HOUR TO CLL-END-HOUR
007060     MOVE WS-TIME-MINUTE TO CLL-END-MINUTE
007070     WRITE PRINT-LINE FROM CLASH-LINE
007080         AFTER ADVANCING 1 LINE
007090     ADD 1 TO WS-LINE-COUNT
007100 5400-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140* 6000-PRINT-FINAL-PAGE - RUN TOTALS.
007150*****************************************************************
007160 6000-PRINT-FINAL-PAGE.
007170     PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
007180     MOVE WS-SEC-COUNT          TO TOT-SECTIONS-OUT
007190     MOVE WS-ROOM-COUNT         TO TOT-ROOMS-OUT
007200     MOVE WS-INSTRUCTOR-COUNT   TO TOT-INSTRUCTORS-OUT
007210     MOVE WS-ROOM-CLASH-COUNT   TO TOT-ROOM-CLASH-OUT
007220     MOVE WS-INSTR-CLASH-COUNT  TO TOT-INSTR-CLASH-OUT
007230     MOVE WS-OVERFLOW-COUNT     TO TOT-OVERFLOW-OUT
007240     ADD 1 TO WS-PAGE-NO
007250     MOVE WS-PAGE-NO TO HDG-PAGE-NO
007260     WRITE PRINT-LINE FROM HDG-LINE-1
007270         AFTER ADVANCING PAGE
007280     WRITE PRINT-LINE FROM TOTAL-LINE-1
007290         AFTER ADVANCING 2 LINES
007300     WRITE PRINT-LINE FROM TOTAL-LINE-2
007310         AFTER ADVANCING 1 LINE
007320     WRITE PRINT-LINE FROM TOTAL-LINE-3
007330         AFTER ADVANCING 1 LINE
007340     WRITE PRINT-LINE FROM TOTAL-LINE-4
007350         AFTER ADVANCING 2 LINES
007360     WRITE PRINT-LINE FROM TOTAL-LINE-5
007370         AFTER ADVANCING 1 LINE
007380     WRITE PRINT-LINE FROM TOTAL-LINE-6
007390         AFTER ADVANCING 1 LINE
007400 6000-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440* 8000-TERMINATE
007450*****************************************************************
007460 8000-TERMINATE.
007470     IF NOT WS-ABORT
007480         CLOSE SECTION-FILE
007490         CLOSE PRINT-FILE
007500         DISPLAY "ROOMUTIL COMPLETE - " WS-SEC-COUNT
007510             " SECTIONS REPORTED IN ROOMRPT.DAT."
007520         IF WS-ROOM-CLASH-COUNT > ZERO
007530             OR WS-INSTR-CLASH-COUNT > ZERO
007540             DISPLAY "*** " WS-ROOM-CLASH-COUNT
007550                 " ROOM AND " WS-INSTR-CLASH-COUNT
007560                 " INSTRUCTOR DOUBLE-BOOKINGS - SEE REPORT ***"
007570         END-IF
007580     END-IF
007590 8000-EXIT.
007600     EXIT.
