000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  CENSTREND.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MULTI-YEAR ENROLLMENT TREND REPORT OFF CENSUS.DAT, THE FROZEN
000090* TERM SNAPSHOTS CENSUSRUN TAKES ON EACH TERM'S CENSUS DATE (SEE
000100* CENSREC.CPY).  THE OPERATOR KEYS UP TO FIVE TERM CODES, OLDEST
000110* FIRST - NORMALLY THE SAME TERM IN SUCCESSIVE YEARS, SAY EACH
000120* FALL - AND THE REPORT LAYS THEM SIDE BY SIDE WITH THE
000130* PERCENTAGE CHANGE FROM EACH TERM TO THE NEXT AND FROM THE
000140* FIRST TO THE LAST.  TERM CODES CARRY NO FIXED YEAR/SEASON
000150* FORMAT, SO WHICH TERMS ARE "THE SAME TERM" IS THE OPERATOR'S
000160* CALL, NOT THE PROGRAM'S.
000170*
000180* THE INSTITUTION SECTION COMES FIRST - STUDENT HEADCOUNT,
000190* COURSE ENROLLMENTS, CREDIT HOURS, AND SEATS FILLED AGAINST THE
000200* COURSES THAT HAVE A LIMIT.  THEN ONE LINE PER COURSE, IN
000210* COURSE-CODE ORDER, WITH ITS CENSUS HEADCOUNT IN EACH TERM - A
000220* COURSE WITH NO CENSUS RECORD IN A TERM HAD NOBODY IN IT AND
000230* SHOWS ZERO.  GROWTH FROM ZERO SHOWS AS "NEW".  NOTHING HERE
000240* READS ENROLL.DAT - LATER DROPS, MERGES AND PURGES CANNOT MOVE
000250* THE FIGURES.  PRINTS TRENDRPT.DAT, PAGINATED WITH HEADINGS,
000260* FOOTERS AND A FINAL TOTAL PAGE LIKE COURSESUMMARY.
000270*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   ---------- ----  ------------------------------------------
000310*   2026-10-15 JMS   ORIGINAL PROGRAM.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CENSUS-FILE ASSIGN TO "CENSUS.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CENS-KEY
000410         FILE STATUS IS WS-CENSUS-FILE-STATUS.
000420
000430     SELECT PRINT-FILE ASSIGN TO "TRENDRPT.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PRINT-FILE-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CENSUS-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY CENSREC.
000520
000530 FD  PRINT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  PRINT-LINE                      PIC X(132).
000560
000570 WORKING-STORAGE SECTION.
000580 01  WS-SWITCHES.
000590     05  WS-CENSUS-FILE-STATUS       PIC X(02).
000600         88  WS-CENSUS-FILE-NOT-FOUND VALUE "35".
000610     05  WS-PRINT-FILE-STATUS        PIC X(02).
000620     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000630         88  WS-ABORT                VALUE "Y".
000640     05  WS-CENSUS-EOF-SWITCH        PIC X(01) VALUE "N".
000650         88  WS-CENSUS-EOF           VALUE "Y".
000660     05  WS-CODE-FOUND-SWITCH        PIC X(01) VALUE "N".
000670         88  WS-CODE-FOUND           VALUE "Y".
000680     05  WS-SHOW-CHANGE-SWITCH       PIC X(01) VALUE "Y".
000690         88  WS-SHOW-CHANGE          VALUE "Y".
000700
000710 01  WS-COUNTERS.
000720     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
000730     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
000740     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
000750
000760*****************************************************************
000770* OPERATOR ACCEPT AREA - UP TO FIVE TERM CODES SEPARATED BY
000780* COMMAS, OLDEST FIRST.  THE FIRST BLANK ENDS THE LIST.
000790*****************************************************************
000800 01  WS-TERM-INPUT-LINE              PIC X(40).
000810 01  WS-INPUT-TERMS.
000820     05  WS-IN-TERM                  PIC X(05) OCCURS 5 TIMES.
000830 01  WS-TERM-COUNT                   PIC 9(04) COMP VALUE ZERO.
000840 01  WS-TERM-MAX                     PIC 9(04) COMP VALUE 5.
000850
000860*****************************************************************
000870* THE INSTITUTION ("****") RECORD FOR EACH TERM KEYED, IN THE
000880* ORDER KEYED.
000890*****************************************************************
000900 01  WS-INSTITUTION-TABLE-AREA.
000910     05  WS-INST-ENTRY OCCURS 5 TIMES.
000920         10  WS-INST-STUDENTS        PIC 9(05).
000930         10  WS-INST-ENROLLMENTS     PIC 9(05).
000940         10  WS-INST-HOURS           PIC 9(06)V9.
000950         10  WS-INST-MAX-SEATS       PIC 9(05).
000960         10  WS-INST-FILL-PCT        PIC 9(03)V9.
000970         10  WS-INST-CENSUS-DATE     PIC 9(08).
000980         10  WS-INST-TAKEN-DATE      PIC 9(08).
000990         10  WS-INST-TAKEN-BY        PIC X(08).
001000
001010*****************************************************************
001020* COURSE TABLE - EVERY COURSE WITH A CENSUS RECORD IN ANY OF THE
001030* TERMS KEYED, WITH ITS HEADCOUNT IN EACH.  THE TITLE IS TAKEN
001040* FROM THE LATEST TERM THE COURSE APPEARS IN.  ROOM FOR 500,
001050* LIKE COURSESUMMARY - THE RUN STOPS WITH A MESSAGE IF THE TERMS
001060* EVER CARRY MORE COURSES THAN THAT.
001070*****************************************************************
001080 01  WS-COURSE-TABLE-AREA.
001090     05  WS-COURSE-COUNT             PIC 9(04) COMP VALUE ZERO.
001100     05  WS-COURSE-MAX               PIC 9(04) COMP VALUE 500.
001110     05  WS-COURSE-ENTRY OCCURS 500 TIMES.
001120         10  WS-TRD-COURSE-CODE      PIC X(04).
001130         10  WS-TRD-COURSE-TITLE     PIC X(30).
001140         10  WS-TRD-HEADCOUNT        PIC 9(05) OCCURS 5 TIMES.
001150
001160 01  WS-SORT-HOLD-ENTRY              PIC X(59).
001170
001180 01  WS-SUBSCRIPTS.
001190     05  WS-TRM-SUB                  PIC 9(04) COMP.
001200     05  WS-CRS-SUB                  PIC 9(04) COMP.
001210     05  WS-PRINT-SUB                PIC 9(04) COMP.
001220     05  WS-PREV-SUB                 PIC 9(04) COMP.
001230     05  WS-SORT-I                   PIC 9(04) COMP.
001240     05  WS-SORT-J                   PIC 9(04) COMP.
001250     05  WS-SORT-J-START             PIC 9(04) COMP.
001260
001270*****************************************************************
001280* ONE REPORT ROW'S FIGURES, ONE PER TERM, AND THE PERCENTAGE
001290* CHANGES WORKED OUT FROM THEM - SHARED BY THE INSTITUTION AND
001300* COURSE LINES SO THE ARITHMETIC IS IN ONE PLACE.
001310*****************************************************************
001320 01  WS-ROW-WORK-AREAS.
001330     05  WS-ROW-VALUE                PIC 9(07)V9 OCCURS 5 TIMES.
001340     05  WS-ROW-CHANGE-TEXT          PIC X(07) OCCURS 5 TIMES.
001350     05  WS-ROW-OVERALL-TEXT         PIC X(07).
001360     05  WS-OLD-VALUE                PIC 9(07)V9.
001370     05  WS-NEW-VALUE                PIC 9(07)V9.
001380     05  WS-CHANGE-TEXT              PIC X(07).
001390     05  WS-PCT-WORK                 PIC S9(04)V9.
001400     05  WS-PCT-EDIT                 PIC +ZZZ9.9.
001410
001420 01  HDG-LINE-1.
001430     05  FILLER                      PIC X(34)
001440         VALUE "ENROLLMENT TREND AT CENSUS".
001450     05  FILLER                      PIC X(10) VALUE "PAGE".
001460     05  HDG-PAGE-NO                 PIC ZZZ9.
001470
001480 01  HDG-LINE-2.
001490     05  HDG-SECTION-TITLE           PIC X(28).
001500     05  HDG-TERM-COL OCCURS 5 TIMES.
001510         10  FILLER                  PIC X(04).
001520         10  HDG-TERM-CODE           PIC X(05).
001530         10  HDG-TERM-CHANGE         PIC X(09).
001540     05  FILLER                      PIC X(02).
001550     05  HDG-OVERALL                 PIC X(12).
001560
001570 01  LEGEND-LINE.
001580     05  FILLER                      PIC X(06) VALUE "TERM".
001590     05  LGD-TERM-CODE               PIC X(05).
001600     05  FILLER                      PIC X(12) VALUE "  CENSUS".
001610     05  LGD-CENSUS-DATE             PIC 9(08).
001620     05  FILLER                      PIC X(10) VALUE "  TAKEN".
001630     05  LGD-TAKEN-DATE              PIC 9(08).
001640     05  FILLER                      PIC X(05) VALUE "  BY".
001650     05  LGD-TAKEN-BY                PIC X(08).
001660
001670 01  COUNT-LINE.
001680     05  CNT-COURSE-CODE             PIC X(04).
001690     05  FILLER                      PIC X(02).
001700     05  CNT-ROW-TITLE               PIC X(20).
001710     05  FILLER                      PIC X(02).
001720     05  CNT-TERM-COL OCCURS 5 TIMES.
001730         10  CNT-VALUE               PIC ZZZZZ,ZZ9.
001740         10  FILLER                  PIC X(01).
001750         10  CNT-CHANGE              PIC X(07).
001760         10  FILLER                  PIC X(01).
001770     05  FILLER                      PIC X(02).
001780     05  CNT-OVERALL                 PIC X(07).
001790
001800 01  DECIMAL-LINE.
001810     05  DEC-COURSE-CODE             PIC X(04).
001820     05  FILLER                      PIC X(02).
001830     05  DEC-ROW-TITLE               PIC X(20).
001840     05  FILLER                      PIC X(02).
001850     05  DEC-TERM-COL OCCURS 5 TIMES.
001860         10  DEC-VALUE               PIC ZZZ,ZZ9.9.
001870         10  FILLER                  PIC X(01).
001880         10  DEC-CHANGE              PIC X(07).
001890         10  FILLER                  PIC X(01).
001900     05  FILLER                      PIC X(02).
001910     05  DEC-OVERALL                 PIC X(07).
001920
001930 01  TOTAL-LINE-1.
001940     05  FILLER                      PIC X(28)
001950         VALUE "TERMS COMPARED:  ".
001960     05  TOT-TERM-COUNT-OUT          PIC ZZ,ZZ9.
001970
001980 01  TOTAL-LINE-2.
001990     05  FILLER                      PIC X(28)
002000         VALUE "COURSES LISTED:  ".
002010     05  TOT-COURSE-COUNT-OUT        PIC ZZ,ZZ9.
002020
002030 01  FTR-LINE.
002040     05  FILLER                      PIC X(12)
002050                                     VALUE "END OF PAGE".
002060     05  FTR-PAGE-NO                 PIC ZZZ9.
002070
002080 PROCEDURE DIVISION.
002090*****************************************************************
002100* 0000-MAINLINE
002110*****************************************************************
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002140
002150     IF NOT WS-ABORT
002160         PERFORM 1100-GET-TERM-LIST THRU 1100-EXIT
002170     END-IF
002180     IF NOT WS-ABORT
002190         PERFORM 2000-LOAD-CENSUS THRU 2000-EXIT
002200     END-IF
002210     IF NOT WS-ABORT
002220         PERFORM 2500-SORT-COURSE-TABLE THRU 2500-EXIT
002230         OPEN OUTPUT PRINT-FILE
002240         PERFORM 3000-PRINT-INSTITUTION-SECTION THRU 3000-EXIT
002250         PERFORM 5000-PRINT-COURSE-SECTION THRU 5000-EXIT
002260         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
002270         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
002280     END-IF
002290
002300     PERFORM 8000-TERMINATE THRU 8000-EXIT
002310     STOP RUN.
002320
002330*****************************************************************
002340* 1000-INITIALIZE - NO CENSUS.DAT MEANS NO CENSUS HAS EVER BEEN
002350* TAKEN AND THERE IS NOTHING TO COMPARE.
002360*****************************************************************
002370 1000-INITIALIZE.
002380     OPEN INPUT CENSUS-FILE
002390     IF WS-CENSUS-FILE-NOT-FOUND
002400         DISPLAY "*** CENSUS.DAT NOT FOUND - "
002410             "RUN CENSUSRUN FIRST ***"
002420         MOVE "Y" TO WS-ABORT-SWITCH
002430     ELSE
002440         DISPLAY "CENSTREND - ENROLLMENT TREND FROM CENSUS.DAT"
002450     END-IF
002460     MOVE SPACES TO HDG-LINE-2
002470     MOVE SPACES TO COUNT-LINE
002480     MOVE SPACES TO DECIMAL-LINE
002490 1000-EXIT.
002500     EXIT.
002510
002520*****************************************************************
002530* 1100-GET-TERM-LIST - UP TO FIVE TERM CODES, OLDEST FIRST.
002540* EVERY TERM KEYED MUST HAVE ITS CENSUS ON FILE - A GAP WOULD
002550* READ AS A COLLAPSE IN ENROLLMENT.
002560*****************************************************************
002570 1100-GET-TERM-LIST.
002580     DISPLAY "ENTER UP TO 5 TERM CODES TO COMPARE, "
002590         "OLDEST FIRST, SEPARATED BY COMMAS"
002600     DISPLAY "[________________________________________]"
002610     MOVE SPACES TO WS-TERM-INPUT-LINE
002620     ACCEPT WS-TERM-INPUT-LINE
002630     MOVE SPACES TO WS-INPUT-TERMS
002640     UNSTRING WS-TERM-INPUT-LINE DELIMITED BY ","
002650         INTO WS-IN-TERM (1), WS-IN-TERM (2), WS-IN-TERM (3),
002660              WS-IN-TERM (4), WS-IN-TERM (5)
002670     END-UNSTRING
002680
002690     MOVE ZERO TO WS-TERM-COUNT
002700     PERFORM 1200-CHECK-ONE-TERM THRU 1200-EXIT
002710         VARYING WS-TRM-SUB FROM 1 BY 1
002720         UNTIL WS-TRM-SUB > WS-TERM-MAX
002730             OR WS-IN-TERM (WS-TRM-SUB) = SPACES
002740             OR WS-ABORT
002750
002760     IF WS-TERM-COUNT = ZERO AND NOT WS-ABORT
002770         DISPLAY "*** NO TERM CODES KEYED - "
002780             "NOTHING TO COMPARE ***"
002790         MOVE "Y" TO WS-ABORT-SWITCH
002800     END-IF
002810 1100-EXIT.
002820     EXIT.
002830
002840*****************************************************************
002850* 1200-CHECK-ONE-TERM - THE TERM'S INSTITUTION RECORD PROVES ITS
002860* CENSUS WAS TAKEN, AND CARRIES THE WHOLE-TERM FIGURES.
002870*****************************************************************
002880 1200-CHECK-ONE-TERM.
002890     MOVE WS-IN-TERM (WS-TRM-SUB) TO CENS-TERM
002900     MOVE "****" TO CENS-COURSE-CODE
002910     READ CENSUS-FILE
002920         INVALID KEY
002930             DISPLAY "*** NO CENSUS ON FILE FOR TERM "
002940                 WS-IN-TERM (WS-TRM-SUB)
002950                 " - RUN CENSUSRUN FOR IT FIRST ***"
002960             MOVE "Y" TO WS-ABORT-SWITCH
002970         NOT INVALID KEY
002980             ADD 1 TO WS-TERM-COUNT
002990             MOVE CENS-HEADCOUNT
003000                 TO WS-INST-STUDENTS (WS-TERM-COUNT)
003010             MOVE CENS-SEATS-USED
003020                 TO WS-INST-ENROLLMENTS (WS-TERM-COUNT)
003030             MOVE CENS-CREDIT-HOURS-TOTAL
003040                 TO WS-INST-HOURS (WS-TERM-COUNT)
003050             MOVE CENS-MAX-SEATS
003060                 TO WS-INST-MAX-SEATS (WS-TERM-COUNT)
003070             MOVE CENS-FILL-PCT
003080                 TO WS-INST-FILL-PCT (WS-TERM-COUNT)
003090             MOVE CENS-CENSUS-DATE
003100                 TO WS-INST-CENSUS-DATE (WS-TERM-COUNT)
003110             MOVE CENS-TAKEN-DATE
003120                 TO WS-INST-TAKEN-DATE (WS-TERM-COUNT)
003130             MOVE CENS-TAKEN-BY
003140                 TO WS-INST-TAKEN-BY (WS-TERM-COUNT)
003150     END-READ
003160 1200-EXIT.
003170     EXIT.
003180
003190*****************************************************************
003200* 2000-LOAD-CENSUS - EACH TERM'S COURSE RECORDS, READ FROM THE
003210* TERM'S FIRST KEY FORWARD UNTIL THE TERM CHANGES.
003220*****************************************************************
003230 2000-LOAD-CENSUS.
003240     PERFORM 2100-LOAD-ONE-TERM THRU 2100-EXIT
003250         VARYING WS-TRM-SUB FROM 1 BY 1
003260         UNTIL WS-TRM-SUB > WS-TERM-COUNT
003270             OR WS-ABORT
003280 2000-EXIT.
003290     EXIT.
003300
003310 2100-LOAD-ONE-TERM.
003320     MOVE "N" TO WS-CENSUS-EOF-SWITCH
003330     MOVE LOW-VALUES TO CENS-KEY
003340     MOVE WS-IN-TERM (WS-TRM-SUB) TO CENS-TERM
003350     START CENSUS-FILE KEY NOT < CENS-KEY
003360         INVALID KEY
003370             MOVE "Y" TO WS-CENSUS-EOF-SWITCH
003380     END-START
003390     PERFORM 2200-READ-AND-STORE-CENSUS THRU 2200-EXIT
003400         UNTIL WS-CENSUS-EOF OR WS-ABORT
003410 2100-EXIT.
003420     EXIT.
003430
003440 2200-READ-AND-STORE-CENSUS.
003450     READ CENSUS-FILE NEXT RECORD
003460         AT END
003470             MOVE "Y" TO WS-CENSUS-EOF-SWITCH
003480         NOT AT END
003490             IF CENS-TERM NOT = WS-IN-TERM (WS-TRM-SUB)
003500                 MOVE "Y" TO WS-CENSUS-EOF-SWITCH
003510             ELSE
003520                 IF NOT CENS-INSTITUTION-ROW
003530                     PERFORM 2300-STORE-COURSE-CENSUS
003540                         THRU 2300-EXIT
003550                 END-IF
003560             END-IF
003570     END-READ
003580 2200-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620* 2300-STORE-COURSE-CENSUS - FIND THE COURSE IN THE TABLE OR ADD
003630* IT, AND POST ITS HEADCOUNT UNDER THIS TERM.
003640*****************************************************************
003650 2300-STORE-COURSE-CENSUS.
003660     MOVE "N" TO WS-CODE-FOUND-SWITCH
003670     PERFORM 2400-MATCH-COURSE-ENTRY THRU 2400-EXIT
003680         VARYING WS-CRS-SUB FROM 1 BY 1
003690         UNTIL WS-CRS-SUB > WS-COURSE-COUNT
003700             OR WS-CODE-FOUND
003710     IF WS-CODE-FOUND
003720         SUBTRACT 1 FROM WS-CRS-SUB
003730     ELSE
003740         IF WS-COURSE-COUNT >= WS-COURSE-MAX
003750             DISPLAY "*** MORE THAN " WS-COURSE-MAX " COURSES IN "
003760                 "THE TERMS KEYED - TABLE FULL, RUN STOPPED ***"
003770             MOVE "Y" TO WS-ABORT-SWITCH
003780         ELSE
003790             ADD 1 TO WS-COURSE-COUNT
003800             MOVE WS-COURSE-COUNT TO WS-CRS-SUB
003810             MOVE CENS-COURSE-CODE
003820                 TO WS-TRD-COURSE-CODE (WS-CRS-SUB)
003830             MOVE ZERO TO WS-TRD-HEADCOUNT (WS-CRS-SUB, 1)
003840             MOVE ZERO TO WS-TRD-HEADCOUNT (WS-CRS-SUB, 2)
003850             MOVE ZERO TO WS-TRD-HEADCOUNT (WS-CRS-SUB, 3)
003860             MOVE ZERO TO WS-TRD-HEADCOUNT (WS-CRS-SUB, 4)
003870             MOVE ZERO TO WS-TRD-HEADCOUNT (WS-CRS-SUB, 5)
003880         END-IF
003890     END-IF
003900
003910     IF NOT WS-ABORT
003920         MOVE CENS-COURSE-TITLE
003930             TO WS-TRD-COURSE-TITLE (WS-CRS-SUB)
003940         MOVE CENS-HEADCOUNT
003950             TO WS-TRD-HEADCOUNT (WS-CRS-SUB, WS-TRM-SUB)
003960     END-IF
003970 2300-EXIT.
003980     EXIT.
003990
004000 2400-MATCH-COURSE-ENTRY.
004010     IF CENS-COURSE-CODE = WS-TRD-COURSE-CODE (WS-CRS-SUB)
004020         MOVE "Y" TO WS-CODE-FOUND-SWITCH
004030     END-IF
004040 2400-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080* 2500-SORT-COURSE-TABLE - EXCHANGE SORT INTO COURSE-CODE ORDER,
004090* THE SAME WAY TRANSCRIPT ORDERS ITS COURSES.  A COURSE FIRST
004100* SEEN IN A LATER TERM WAS ADDED AT THE END OF THE TABLE.
004110*****************************************************************
004120 2500-SORT-COURSE-TABLE.
004130     IF WS-COURSE-COUNT > 1
004140         PERFORM 2510-SORT-ONE-PASS THRU 2510-EXIT
004150             VARYING WS-SORT-I FROM 1 BY 1
004160             UNTIL WS-SORT-I >= WS-COURSE-COUNT
004170     END-IF
004180 2500-EXIT.
004190     EXIT.
004200
004210 2510-SORT-ONE-PASS.
004220     COMPUTE WS-SORT-J-START = WS-SORT-I + 1
004230     PERFORM 2520-SORT-COMPARE THRU 2520-EXIT
004240         VARYING WS-SORT-J FROM WS-SORT-J-START BY 1
004250         UNTIL WS-SORT-J > WS-COURSE-COUNT
004260 2510-EXIT.
004270     EXIT.
004280
004290 2520-SORT-COMPARE.
004300     IF WS-TRD-COURSE-CODE (WS-SORT-J)
004310         < WS-TRD-COURSE-CODE (WS-SORT-I)
004320         MOVE WS-COURSE-ENTRY (WS-SORT-I) TO WS-SORT-HOLD-ENTRY
004330         MOVE WS-COURSE-ENTRY (WS-SORT-J)
004340             TO WS-COURSE-ENTRY (WS-SORT-I)
004350         MOVE WS-SORT-HOLD-ENTRY TO WS-COURSE-ENTRY (WS-SORT-J)
004360     END-IF
004370 2520-EXIT.
004380     EXIT.
004390
004400*****************************************************************
004410* 3000-PRINT-INSTITUTION-SECTION - WHICH CENSUS EACH COLUMN IS,
004420* THEN THE WHOLE-TERM FIGURES.  THE FILL RATE IS ALREADY A
004430* PERCENTAGE, SO IT IS SHOWN WITHOUT A PERCENTAGE CHANGE.
004440*****************************************************************
004450 3000-PRINT-INSTITUTION-SECTION.
004460     MOVE "INSTITUTION" TO HDG-SECTION-TITLE
004470     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
004480
004490     MOVE SPACES TO PRINT-LINE
004500     WRITE PRINT-LINE
004510         AFTER ADVANCING 1 LINE
004520     ADD 1 TO WS-LINE-COUNT
004530     PERFORM 3100-PRINT-LEGEND-LINE THRU 3100-EXIT
004540         VARYING WS-TRM-SUB FROM 1 BY 1
004550         UNTIL WS-TRM-SUB > WS-TERM-COUNT
004560     MOVE SPACES TO PRINT-LINE
004570     WRITE PRINT-LINE
004580         AFTER ADVANCING 1 LINE
004590     ADD 1 TO WS-LINE-COUNT
004600
004610     MOVE "Y" TO WS-SHOW-CHANGE-SWITCH
004620     PERFORM 3200-LOAD-STUDENT-ROW THRU 3200-EXIT
004630         VARYING WS-TRM-SUB FROM 1 BY 1
004640         UNTIL WS-TRM-SUB > WS-TERM-COUNT
004650     MOVE "STUDENT HEADCOUNT" TO CNT-ROW-TITLE
004660     PERFORM 5300-PRINT-COUNT-ROW THRU 5300-EXIT
004670
004680     PERFORM 3300-LOAD-ENROLLMENT-ROW THRU 3300-EXIT
004690         VARYING WS-TRM-SUB FROM 1 BY 1
004700         UNTIL WS-TRM-SUB > WS-TERM-COUNT
004710     MOVE "COURSE ENROLLMENTS" TO CNT-ROW-TITLE
004720     PERFORM 5300-PRINT-COUNT-ROW THRU 5300-EXIT
004730
004740     PERFORM 3400-LOAD-HOURS-ROW THRU 3400-EXIT
004750         VARYING WS-TRM-SUB FROM 1 BY 1
004760         UNTIL WS-TRM-SUB > WS-TERM-COUNT
004770     MOVE "CREDIT HOURS" TO DEC-ROW-TITLE
004780     PERFORM 5400-PRINT-DECIMAL-ROW THRU 5400-EXIT
004790
004800     PERFORM 3500-LOAD-SEATS-ROW THRU 3500-EXIT
004810         VARYING WS-TRM-SUB FROM 1 BY 1
004820         UNTIL WS-TRM-SUB > WS-TERM-COUNT
004830     MOVE "LIMITED SEATS" TO CNT-ROW-TITLE
004840     PERFORM 5300-PRINT-COUNT-ROW THRU 5300-EXIT
004850
004860     MOVE "N" TO WS-SHOW-CHANGE-SWITCH
004870     PERFORM 3600-LOAD-FILL-ROW THRU 3600-EXIT
004880         VARYING WS-TRM-SUB FROM 1 BY 1
004890         UNTIL WS-TRM-SUB > WS-TERM-COUNT
004900     MOVE "SEATS FILLED %" TO DEC-ROW-TITLE
004910     PERFORM 5400-PRINT-DECIMAL-ROW THRU 5400-EXIT
004920     MOVE "Y" TO WS-SHOW-CHANGE-SWITCH
004930 3000-EXIT.
004940     EXIT.
004950
004960 3100-PRINT-LEGEND-LINE.
004970     MOVE WS-IN-TERM (WS-TRM-SUB)          TO LGD-TERM-CODE
004980     MOVE WS-INST-CENSUS-DATE (WS-TRM-SUB) TO LGD-CENSUS-DATE
004990     MOVE WS-INST-TAKEN-DATE (WS-TRM-SUB)  TO LGD-TAKEN-DATE
005000     MOVE WS-INST-TAKEN-BY (WS-TRM-SUB)    TO LGD-TAKEN-BY
005010     WRITE PRINT-LINE FROM LEGEND-LINE
005020         AFTER ADVANCING 1 LINE
005030     ADD 1 TO WS-LINE-COUNT
005040 3100-EXIT.
005050     EXIT.
005060
005070 3200-LOAD-STUDENT-ROW.
005080     MOVE WS-INST-STUDENTS (WS-TRM-SUB)
005090         TO WS-ROW-VALUE (WS-TRM-SUB)
005100 3200-EXIT.
005110     EXIT.
005120
005130 3300-LOAD-ENROLLMENT-ROW.
005140     MOVE WS-INST-ENROLLMENTS (WS-TRM-SUB)
005150         TO WS-ROW-VALUE (WS-TRM-SUB)
005160 3300-EXIT.
005170     EXIT.
005180
005190 3400-LOAD-HOURS-ROW.
005200     MOVE WS-INST-HOURS (WS-TRM-SUB)
005210         TO WS-ROW-VALUE (WS-TRM-SUB)
005220 3400-EXIT.
005230     EXIT.
005240
005250 3500-LOAD-SEATS-ROW.
005260     MOVE WS-INST-MAX-SEATS (WS-TRM-SUB)
005270         TO WS-ROW-VALUE (WS-TRM-SUB)
005280 3500-EXIT.
005290     EXIT.
005300
005310 3600-LOAD-FILL-ROW.
005320     MOVE WS-INST-FILL-PCT (WS-TRM-SUB)
005330         TO WS-ROW-VALUE (WS-TRM-SUB)
005340 3600-EXIT.
005350     EXIT.
005360
005370*****************************************************************
005380* 4000-PRINT-HEADINGS - THE REPORT HEADING AND THE COLUMN
005390* HEADING FOR THE SECTION IN HDG-SECTION-TITLE - ONE COLUMN PER
005400* TERM KEYED, EACH AFTER THE FIRST WITH ITS CHANGE FROM THE
005410* ONE BEFORE.
005420*****************************************************************
005430 4000-PRINT-HEADINGS.
005440     ADD 1 TO WS-PAGE-NO
005450     MOVE WS-PAGE-NO TO HDG-PAGE-NO
005460     IF WS-PAGE-NO = 1
005470         WRITE PRINT-LINE FROM HDG-LINE-1
005480     ELSE
005490         WRITE PRINT-LINE FROM HDG-LINE-1
005500             AFTER ADVANCING PAGE
005510     END-IF
005520
005530     PERFORM 4100-SET-TERM-HEADING THRU 4100-EXIT
005540         VARYING WS-TRM-SUB FROM 1 BY 1
005550         UNTIL WS-TRM-SUB > WS-TERM-MAX
005560     IF WS-TERM-COUNT > 1
005570         MOVE "1ST TO LAST" TO HDG-OVERALL
005580     ELSE
005590         MOVE SPACES TO HDG-OVERALL
005600     END-IF
005610     WRITE PRINT-LINE FROM HDG-LINE-2
005620         AFTER ADVANCING 2 LINES
005630     MOVE ZERO TO WS-LINE-COUNT
005640 4000-EXIT.
005650     EXIT.
005660
005670 4100-SET-TERM-HEADING.
005680     IF WS-TRM-SUB > WS-TERM-COUNT
005690         MOVE SPACES TO HDG-TERM-COL (WS-TRM-SUB)
005700     ELSE
005710         MOVE SPACES TO HDG-TERM-COL (WS-TRM-SUB)
005720         MOVE WS-IN-TERM (WS-TRM-SUB)
005730             TO HDG-TERM-CODE (WS-TRM-SUB)
005740         IF WS-TRM-SUB > 1
005750             MOVE "  % CHG" TO HDG-TERM-CHANGE (WS-TRM-SUB)
005760         END-IF
005770     END-IF
005780 4100-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
005830* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
005840*****************************************************************
005850 4500-PRINT-FOOTER.
005860     MOVE WS-PAGE-NO TO FTR-PAGE-NO
005870     WRITE PRINT-LINE FROM FTR-LINE
005880         AFTER ADVANCING 2 LINES
005890 4500-EXIT.
005900     EXIT.
005910
005920*****************************************************************
005930* 5000-PRINT-COURSE-SECTION - ONE LINE PER COURSE, IN
005940* COURSE-CODE ORDER, ON A NEW PAGE AFTER THE INSTITUTION
005950* FIGURES.
005960*****************************************************************
005970 5000-PRINT-COURSE-SECTION.
005980     PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
005990     MOVE "COURSE" TO HDG-SECTION-TITLE
006000     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
006010     PERFORM 5100-PRINT-COURSE-LINE THRU 5100-EXIT
006020         VARYING WS-PRINT-SUB FROM 1 BY 1
006030         UNTIL WS-PRINT-SUB > WS-COURSE-COUNT
006040 5000-EXIT.
006050     EXIT.
006060
006070 5100-PRINT-COURSE-LINE.
006080     PERFORM 5200-LOAD-COURSE-ROW THRU 5200-EXIT
006090         VARYING WS-TRM-SUB FROM 1 BY 1
006100         UNTIL WS-TRM-SUB > WS-TERM-COUNT
006110     MOVE WS-TRD-COURSE-CODE (WS-PRINT-SUB) TO CNT-COURSE-CODE
006120     MOVE WS-TRD-COURSE-TITLE (WS-PRINT-SUB) TO CNT-ROW-TITLE
006130     PERFORM 5300-PRINT-COUNT-ROW THRU 5300-EXIT
006140 5100-EXIT.
006150     EXIT.
006160
006170 5200-LOAD-COURSE-ROW.
006180     MOVE WS-TRD-HEADCOUNT (WS-PRINT-SUB, WS-TRM-SUB)
006190         TO WS-ROW-VALUE (WS-TRM-SUB)
006200 5200-EXIT.
006210     EXIT.
006220
006230*****************************************************************
006240* 5300-PRINT-COUNT-ROW - PRINT THE WHOLE-NUMBER FIGURES IN
006250* WS-ROW-VALUE WITH THEIR CHANGES.  THE CALLER HAS ALREADY PUT
006260* THE CODE AND TITLE IN THE LINE - THEY ARE CLEARED AFTER.
006270*****************************************************************
006280 5300-PRINT-COUNT-ROW.
006290     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006300         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
006310         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
006320     END-IF
006330
006340     PERFORM 5800-WORK-OUT-CHANGES THRU 5800-EXIT
006350     PERFORM 5350-FILL-COUNT-COLUMN THRU 5350-EXIT
006360         VARYING WS-TRM-SUB FROM 1 BY 1
006370         UNTIL WS-TRM-SUB > WS-TERM-MAX
006380     MOVE WS-ROW-OVERALL-TEXT TO CNT-OVERALL
006390
006400     WRITE PRINT-LINE FROM COUNT-LINE
006410         AFTER ADVANCING 1 LINE
006420     ADD 1 TO WS-LINE-COUNT
006430     MOVE SPACES TO COUNT-LINE
006440 5300-EXIT.
006450     EXIT.
006460
006470 5350-FILL-COUNT-COLUMN.
006480     MOVE SPACES TO CNT-TERM-COL (WS-TRM-SUB)
006490     IF WS-TRM-SUB NOT > WS-TERM-COUNT
006500         MOVE WS-ROW-VALUE (WS-TRM-SUB) TO CNT-VALUE (WS-TRM-SUB)
006510         MOVE WS-ROW-CHANGE-TEXT (WS-TRM-SUB)
006520             TO CNT-CHANGE (WS-TRM-SUB)
006530     END-IF
006540 5350-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580* 5400-PRINT-DECIMAL-ROW - THE SAME FOR FIGURES CARRYING A
006590* DECIMAL PLACE (CREDIT HOURS, FILL RATE).
006600*****************************************************************
006610 5400-PRINT-DECIMAL-ROW.
006620     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006630         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
006640         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
006650     END-IF
006660
006670     PERFORM 5800-WORK-OUT-CHANGES THRU 5800-EXIT
006680     PERFORM 5450-FILL-DECIMAL-COLUMN THRU 5450-EXIT
006690         VARYING WS-TRM-SUB FROM 1 BY 1
006700         UNTIL WS-TRM-SUB > WS-TERM-MAX
006710     MOVE WS-ROW-OVERALL-TEXT TO DEC-OVERALL
006720
006730     WRITE PRINT-LINE FROM DECIMAL-LINE
006740         AFTER ADVANCING 1 LINE
006750     ADD 1 TO WS-LINE-COUNT
006760     MOVE SPACES TO DECIMAL-LINE
006770 5400-EXIT.
006780     EXIT.
006790
006800 5450-FILL-DECIMAL-COLUMN.
006810     MOVE SPACES TO DEC-TERM-COL (WS-TRM-SUB)
006820     IF WS-TRM-SUB NOT > WS-TERM-COUNT
006830         MOVE WS-ROW-VALUE (WS-TRM-SUB) TO DEC-VALUE (WS-TRM-SUB)
006840         MOVE WS-ROW-CHANGE-TEXT (WS-TRM-SUB)
006850             TO DEC-CHANGE (WS-TRM-SUB)
006860     END-IF
006870 5450-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910* 5800-WORK-OUT-CHANGES - THE CHANGE INTO EACH TERM FROM THE ONE
006920* BEFORE IT, AND FROM THE FIRST TERM TO THE LAST.  NONE FOR THE
006930* FIRST TERM, A SINGLE-TERM REPORT, OR A ROW THAT HAS ASKED FOR
006940* NONE.
006950*****************************************************************
006960 5800-WORK-OUT-CHANGES.
006970     MOVE SPACES TO WS-ROW-CHANGE-TEXT (1)
006980     MOVE SPACES TO WS-ROW-OVERALL-TEXT
006990     PERFORM 5810-CHANGE-FROM-PRIOR THRU 5810-EXIT
007000         VARYING WS-TRM-SUB FROM 2 BY 1
007010         UNTIL WS-TRM-SUB > WS-TERM-MAX
007020
007030     IF WS-SHOW-CHANGE AND WS-TERM-COUNT > 1
007040         MOVE WS-ROW-VALUE (1) TO WS-OLD-VALUE
007050         MOVE WS-ROW-VALUE (WS-TERM-COUNT) TO WS-NEW-VALUE
007060         PERFORM 5850-PERCENT-CHANGE THRU 5850-EXIT
007070         MOVE WS-CHANGE-TEXT TO WS-ROW-OVERALL-TEXT
007080     END-IF
007090 5800-EXIT.
007100     EXIT.
007110
007120 5810-CHANGE-FROM-PRIOR.
007130     MOVE SPACES TO WS-ROW-CHANGE-TEXT (WS-TRM-SUB)
007140     IF WS-SHOW-CHANGE AND WS-TRM-SUB NOT > WS-TERM-COUNT
007150         COMPUTE WS-PREV-SUB = WS-TRM-SUB - 1
007160         MOVE WS-ROW-VALUE (WS-PREV-SUB) TO WS-OLD-VALUE
007170         MOVE WS-ROW-VALUE (WS-TRM-SUB) TO WS-NEW-VALUE
007180         PERFORM 5850-PERCENT-CHANGE THRU 5850-EXIT
007190         MOVE WS-CHANGE-TEXT TO WS-ROW-CHANGE-TEXT (WS-TRM-SUB)
007200     END-IF
007210 5810-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250* 5850-PERCENT-CHANGE - WS-OLD-VALUE TO WS-NEW-VALUE AS A SIGNED
007260* PERCENTAGE IN WS-CHANGE-TEXT.  NOTHING FROM NOTHING IS LEFT
007270* BLANK, SOMETHING FROM NOTHING IS "NEW", AND A CHANGE TOO BIG
007280* FOR THE COLUMN PRINTS AS STARS.
007290*****************************************************************
007300 5850-PERCENT-CHANGE.
007310     MOVE SPACES TO WS-CHANGE-TEXT
007320     IF WS-OLD-VALUE = ZERO
007330         IF WS-NEW-VALUE > ZERO
007340             MOVE "    NEW" TO WS-CHANGE-TEXT
007350         END-IF
007360     ELSE
007370         COMPUTE WS-PCT-WORK ROUNDED =
007380             (WS-NEW-VALUE - WS-OLD-VALUE) * 100 / WS-OLD-VALUE
007390             ON SIZE ERROR
007400                 MOVE " ****.*" TO WS-CHANGE-TEXT
007410             NOT ON SIZE ERROR
007420                 MOVE WS-PCT-WORK TO WS-PCT-EDIT
007430                 MOVE WS-PCT-EDIT TO WS-CHANGE-TEXT
007440         END-COMPUTE
007450     END-IF
007460 5850-EXIT.
007470     EXIT.
007480
007490*****************************************************************
007500* 6000-PRINT-FINAL-PAGE
007510*****************************************************************
007520 6000-PRINT-FINAL-PAGE.
007530     MOVE WS-TERM-COUNT   TO TOT-TERM-COUNT-OUT
007540     MOVE WS-COURSE-COUNT TO TOT-COURSE-COUNT-OUT
007550     ADD 1 TO WS-PAGE-NO
007560     MOVE WS-PAGE-NO TO HDG-PAGE-NO
007570     WRITE PRINT-LINE FROM HDG-LINE-1
007580         AFTER ADVANCING PAGE
007590     WRITE PRINT-LINE FROM TOTAL-LINE-1
007600         AFTER ADVANCING 2 LINES
007610     WRITE PRINT-LINE FROM TOTAL-LINE-2
007620         AFTER ADVANCING 1 LINE
007630 6000-EXIT.
007640     EXIT.
007650
007660*****************************************************************
007670* 8000-TERMINATE
007680*****************************************************************
007690 8000-TERMINATE.
007700     IF WS-CENSUS-FILE-NOT-FOUND
007710         CONTINUE
007720     ELSE
007730         CLOSE CENSUS-FILE
007740     END-IF
007750     IF NOT WS-ABORT
007760         CLOSE PRINT-FILE
007770         DISPLAY "CENSTREND COMPLETE - " WS-TERM-COUNT
007780             " TERM(S), " WS-COURSE-COUNT " COURSE(S) COMPARED."
007790     END-IF
007800 8000-EXIT.
007810     EXIT.
