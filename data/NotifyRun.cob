000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  NOTIFYRUN.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* NIGHTLY STUDENT NOTIFICATION RUN.  READS AUDIT.DAT FOR ONE
000090* DAY'S WAITLIST PROMOTIONS ("PROMOTE" - WAITPROM AND
000100* ENROLLDROP), DROPS ("DROP" - ENROLLDROP) AND REMOVALS FROM THE
000110* MASTER ("DELETE" - STUDENTPURGE AND STUDENTMAINT) AND PRINTS
000120* ONE LETTER PER STUDENT AFFECTED TO NOTIFLTR.DAT, TELLING THEM
000130* WHAT HAPPENED, WITH A MAILING LABEL FOR EACH LETTER ON
000140* MAILLBL.DAT.  UNTIL NOW THE STUDENT FOUND OUT WEEKS LATER.
000150*
000160* THE AUDIT ENTRY ONLY SAYS WHO AND WHEN, SO THE LETTER TAKES
000170* ITS DETAIL FROM THE FILES THE ACTIONS WROTE THE SAME DAY -
000180* ENROLL.DAT ENROLLMENTS DATED THAT DAY FOR A PROMOTION,
000190* DROPLOG.DAT DROPS DATED THAT DAY FOR A DROP, AND THE LAST
000200* STUDHIST.DAT RECORD FOR A REMOVAL.  A STUDENT BACK ON
000210* STUDENTS.DAT BY THE TIME OF THE RUN IS NOT TOLD OF A REMOVAL,
000220* AND ONE WHOSE ONLY ACTIVITY WAS THAT REMOVAL IS NOT WRITTEN TO
000230* AT ALL.
000240*
000250* THE LETTER GOES TO THE ADDRESS ON ADDRESS.DAT (SEE ADDRREC.CPY
000260* AND ADDRWRITER).  A STUDENT WITH NO ADDRESS ON FILE, OR ONLY
000270* A PHONE OR E-MAIL, IS NOT MAILED BUT LISTED ON NOTIFRPT.DAT SO
000280* THE OFFICE CAN GET AN ADDRESS AND REACH THEM ANOTHER WAY.  A
000290* STUDENT REMOVED AS DECEASED OR AS ENTERED IN ERROR IS NEVER
000300* MAILED AND IS LISTED THE SAME WAY.
000310*
000320* THE DAY DEFAULTS TO TODAY SO THE RUN CAN SIT IN THE OVERNIGHT
000330* WINDOW - A NIGHT MISSED CAN BE RUN LATER BY KEYING ITS DATE.
000340* RUNNING THE SAME DAY TWICE PRINTS THE SAME LETTERS TWICE.
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
000450     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000480
000490     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS DATA-ID
000530         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000560
000570     SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.DAT"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS ADDR-DATA-ID
000610         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000620
000630     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS ENROLL-KEY
000670         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000680
000690     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS COURSE-CODE OF COURSE-REC
000730         FILE STATUS IS WS-COURSE-FILE-STATUS.
000740
000750     SELECT HISTORY-FILE ASSIGN TO "STUDHIST.DAT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000780
000790     SELECT DROP-FILE ASSIGN TO "DROPLOG.DAT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-DROP-FILE-STATUS.
000820
000830     SELECT LETTER-FILE ASSIGN TO "NOTIFLTR.DAT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-LETTER-FILE-STATUS.
000860
000870     SELECT LABEL-FILE ASSIGN TO "MAILLBL.DAT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-LABEL-FILE-STATUS.
000900
000910     SELECT PRINT-FILE ASSIGN TO "NOTIFRPT.DAT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-PRINT-FILE-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  AUDIT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 COPY AUDITREC.
001000
001010 FD  STUDENT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 COPY STUDREC.
001040
001050 FD  ADDRESS-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 COPY ADDRREC.
001080
001090 FD  ENROLL-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY ENROLLREC.
001120
001130 FD  COURSE-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY COURSREC.
001160
001170 FD  HISTORY-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY STUDHIST.
001200
001210 FD  DROP-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 COPY DROPREC.
001240
001250 FD  LETTER-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  LETTER-LINE                     PIC X(132).
001280
001290*****************************************************************
001300* ONE-UP LABEL STOCK - SIX LINES TO A LABEL.
001310*****************************************************************
001320 FD  LABEL-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  LABEL-LINE                      PIC X(40).
001350
001360 FD  PRINT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  PRINT-LINE                      PIC X(132).
001390
001400 WORKING-STORAGE SECTION.
001410 01  WS-SWITCHES.
001420     05  WS-AUDIT-FILE-STATUS        PIC X(02).
001430         88  WS-AUDIT-FILE-OK        VALUE "00".
001440     05  WS-STUDENT-FILE-STATUS      PIC X(02).
001450         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
001460     05  WS-ADDRESS-FILE-STATUS      PIC X(02).
001470         88  WS-ADDRESS-FILE-OK      VALUE "00".
001480     05  WS-ENROLL-FILE-STATUS       PIC X(02).
001490         88  WS-ENROLL-FILE-OK       VALUE "00".
001500     05  WS-COURSE-FILE-STATUS       PIC X(02).
001510         88  WS-COURSE-FILE-OK       VALUE "00".
001520     05  WS-HISTORY-FILE-STATUS      PIC X(02).
001530         88  WS-HISTORY-FILE-OK      VALUE "00".
001540     05  WS-DROP-FILE-STATUS         PIC X(02).
001550         88  WS-DROP-FILE-OK         VALUE "00".
001560     05  WS-LETTER-FILE-STATUS       PIC X(02).
001570     05  WS-LABEL-FILE-STATUS        PIC X(02).
001580     05  WS-PRINT-FILE-STATUS        PIC X(02).
001590     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001600         88  WS-ABORT                VALUE "Y".
001610     05  WS-FILES-OPEN-SWITCH        PIC X(01) VALUE "N".
001620         88  WS-FILES-OPEN           VALUE "Y".
001630     05  WS-ADDRESS-AVAIL-SWITCH     PIC X(01) VALUE "N".
001640         88  WS-ADDRESS-FILE-AVAILABLE VALUE "Y".
001650     05  WS-ENROLL-AVAIL-SWITCH      PIC X(01) VALUE "N".
001660         88  WS-ENROLL-FILE-AVAILABLE VALUE "Y".
001670     05  WS-COURSE-AVAIL-SWITCH      PIC X(01) VALUE "N".
001680         88  WS-COURSE-FILE-AVAILABLE VALUE "Y".
001690     05  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
001700         88  WS-AUDIT-EOF            VALUE "Y".
001710     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001720         88  WS-ENROLL-EOF           VALUE "Y".
001730     05  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
001740         88  WS-HISTORY-EOF          VALUE "Y".
001750     05  WS-DROP-EOF-SWITCH          PIC X(01) VALUE "N".
001760         88  WS-DROP-EOF             VALUE "Y".
001770     05  WS-ID-FOUND-SWITCH          PIC X(01) VALUE "N".
001780         88  WS-ID-FOUND             VALUE "Y".
001790     05  WS-ON-STUDENTS-SWITCH       PIC X(01) VALUE "N".
001800         88  WS-ON-STUDENTS          VALUE "Y".
001810     05  WS-ON-HISTORY-SWITCH        PIC X(01) VALUE "N".
001820         88  WS-ON-HISTORY           VALUE "Y".
001830     05  WS-ADDRESS-FOUND-SWITCH     PIC X(01) VALUE "N".
001840         88  WS-ADDRESS-FOUND        VALUE "Y".
001850     05  WS-NOTHING-TO-TELL-SWITCH   PIC X(01) VALUE "N".
001860         88  WS-NOTHING-TO-TELL      VALUE "Y".
001870
001880 01  WS-COUNTERS.
001890     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
001900     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001910     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001920     05  WS-DETAIL-COUNT             PIC 9(04) COMP VALUE ZERO.
001930     05  WS-LETTER-ITEM-COUNT        PIC 9(04) COMP VALUE ZERO.
001940
001950*****************************************************************
001960* THE DAY WHOSE ACTIVITY IS MAILED - KEYED, OR TODAY.
001970*****************************************************************
001980 01  WS-DATE-LINE                    PIC X(08).
001990 01  WS-ACTIVITY-DATE                PIC 9(08) VALUE ZERO.
002000 01  WS-SEARCH-ID                    PIC 9(12).
002010 01  WS-LOOKUP-COURSE-CODE           PIC X(04).
002020
002030*****************************************************************
002040* THE DAY'S STUDENTS - HOW MANY PROMOTIONS, DROPS AND REMOVALS
002050* AUDIT.DAT HOLDS FOR EACH.  ONE LETTER COVERS THEM ALL.
002060*****************************************************************
002070 01  WS-STUDENT-TABLE-AREA.
002080     05  WS-STUDENT-COUNT            PIC 9(05) COMP VALUE ZERO.
002090     05  WS-STUDENT-MAX              PIC 9(05) COMP VALUE 2000.
002100     05  WS-STUDENT-ENTRY OCCURS 2000 TIMES.
002110         10  WS-TBL-STUDENT-ID       PIC 9(12).
002120         10  WS-TBL-PROMOTE-COUNT    PIC 9(03).
002130         10  WS-TBL-DROP-COUNT       PIC 9(03).
002140         10  WS-TBL-REMOVE-COUNT     PIC 9(03).
002150
002160 01  WS-SORT-HOLD-ENTRY              PIC X(21).
002170
002180 01  WS-SUBSCRIPTS.
002190     05  WS-STU-SUB                  PIC 9(05) COMP.
002200     05  WS-OUT-SUB                  PIC 9(05) COMP.
002210     05  WS-SORT-I                   PIC 9(05) COMP.
002220     05  WS-SORT-J                   PIC 9(05) COMP.
002230     05  WS-SORT-J-START             PIC 9(05) COMP.
002240     05  WS-LBL-SUB                  PIC 9(02) COMP.
002250
002260*****************************************************************
002270* THE STUDENT BEING MAILED - NAME OFF STUDENTS.DAT OR, ONCE
002280* REMOVED, THE LAST STUDHIST.DAT RECORD UNDER THE ID, AND WHY
002290* THEY ARE NOT BEING MAILED WHEN THEY ARE NOT.
002300*****************************************************************
002310 01  WS-STUDENT-AREAS.
002320     05  WS-STUDENT-NAME             PIC X(22).
002330     05  WS-STUDENT-INITIALS         PIC X(03).
002340     05  WS-HIST-REASON              PIC X(01).
002350         88  WS-HIST-GRADUATED       VALUE "G".
002360         88  WS-HIST-WITHDREW        VALUE "W".
002370         88  WS-HIST-DECEASED        VALUE "D".
002380         88  WS-HIST-ENTERED-IN-ERROR VALUE "E".
002390     05  WS-HIST-EFFECTIVE-DATE      PIC 9(08).
002400     05  WS-NOT-MAILED-REASON        PIC X(30).
002410         88  WS-MAIL-STUDENT         VALUE SPACES.
002420
002430 01  WS-RUN-TOTALS.
002440     05  WS-AUDIT-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
002450     05  WS-AUDIT-USED-COUNT         PIC 9(08) COMP VALUE ZERO.
002460     05  WS-LETTER-COUNT             PIC 9(08) COMP VALUE ZERO.
002470     05  WS-NO-ADDRESS-COUNT         PIC 9(08) COMP VALUE ZERO.
002480     05  WS-NOT-MAILED-OTHER-COUNT   PIC 9(08) COMP VALUE ZERO.
002490
002500*****************************************************************
002510* THE LETTER.  EACH ONE STARTS ON A NEW PAGE, ADDRESSED FOR A
002520* WINDOW ENVELOPE.
002530*****************************************************************
002540 01  LTR-HEAD-LINE-1.
002550     05  FILLER                      PIC X(08) VALUE SPACES.
002560     05  FILLER                      PIC X(40)
002570         VALUE "OFFICE OF THE REGISTRAR".
002580 01  LTR-HEAD-LINE-2.
002590     05  FILLER                      PIC X(08) VALUE SPACES.
002600     05  FILLER                      PIC X(40)
002610         VALUE "NOTICE OF CHANGE TO YOUR RECORD".
002620     05  FILLER                      PIC X(06) VALUE "DATE".
002630     05  LTR-LETTER-DATE             PIC 9(08).
002640
002650 01  LTR-ADDRESS-LINE.
002660     05  FILLER                      PIC X(08) VALUE SPACES.
002670     05  LTR-ADDRESS                 PIC X(40).
002680
002690 01  LTR-ID-LINE.
002700     05  FILLER                      PIC X(08) VALUE SPACES.
002710     05  FILLER                      PIC X(20)
002720         VALUE "STUDENT ID:".
002730     05  LTR-STUDENT-ID              PIC Z(11)9.
002740
002750 01  LTR-TEXT-LINE.
002760     05  FILLER                      PIC X(08) VALUE SPACES.
002770     05  LTR-TEXT                    PIC X(64).
002780
002790 01  LTR-ENROLL-LINE.
002800     05  FILLER                      PIC X(12) VALUE SPACES.
002810     05  LTR-ENR-COURSE-CODE         PIC X(04).
002820     05  FILLER                      PIC X(02) VALUE SPACES.
002830     05  LTR-ENR-COURSE-TITLE        PIC X(30).
002840     05  FILLER                      PIC X(07) VALUE "  TERM".
002850     05  LTR-ENR-TERM                PIC X(05).
002860
002870 01  LTR-DROP-LINE.
002880     05  FILLER                      PIC X(12) VALUE SPACES.
002890     05  LTR-DRP-COURSE-CODE         PIC X(04).
002900     05  FILLER                      PIC X(02) VALUE SPACES.
002910     05  LTR-DRP-COURSE-TITLE        PIC X(24).
002920     05  FILLER                      PIC X(02) VALUE SPACES.
002930     05  LTR-DRP-TERM                PIC X(05).
002940     05  FILLER                      PIC X(02) VALUE SPACES.
002950     05  LTR-DRP-EFFECTIVE-DATE      PIC 9(08).
002960     05  FILLER                      PIC X(02) VALUE SPACES.
002970     05  LTR-DRP-REASON              PIC X(16).
002980
002990 01  LTR-DROP-HEAD-LINE.
003000     05  FILLER                      PIC X(12) VALUE SPACES.
003010     05  FILLER                      PIC X(32) VALUE "COURSE".
003020     05  FILLER                      PIC X(07) VALUE "TERM".
003030     05  FILLER                      PIC X(10) VALUE "EFFECTIVE".
003040     05  FILLER                      PIC X(16) VALUE "REASON".
003050
003060 01  LTR-SIGNATURE-LINE.
003070     05  FILLER                      PIC X(08) VALUE SPACES.
003080     05  FILLER                      PIC X(32)
003090         VALUE "________________________________".
003100 01  LTR-TITLE-LINE.
003110     05  FILLER                      PIC X(08) VALUE SPACES.
003120     05  FILLER                      PIC X(32) VALUE "REGISTRAR".
003130
003140*****************************************************************
003150* ONE LABEL - NAME, STREET LINE(S), CITY/STATE/ZIP, WITH THE
003160* UNUSED LINES LEFT BLANK TO KEEP EVERY LABEL SIX LINES DEEP.
003170*****************************************************************
003180 01  WS-LABEL-AREA.
003190     05  WS-LABEL-TEXT OCCURS 6 TIMES PIC X(40).
003200 01  WS-CITY-LINE                    PIC X(40).
003210
003220*****************************************************************
003230* NOT-MAILED LIST - HEADINGS, ONE LINE PER STUDENT, AND THE
003240* FINAL PAGE OF RUN TOTALS.
003250*****************************************************************
003260 01  HDG-LINE-1.
003270     05  FILLER                      PIC X(40)
003280         VALUE "STUDENT NOTICES NOT MAILED - ACTIVITY OF".
003290     05  FILLER                      PIC X(01) VALUE SPACES.
003300     05  HDG-ACTIVITY-DATE           PIC 9(08).
003310     05  FILLER                      PIC X(10) VALUE SPACES.
003320     05  FILLER                      PIC X(05) VALUE "PAGE".
003330     05  HDG-PAGE-NO                 PIC ZZZ9.
003340
003350 01  HDG-LINE-2.
003360     05  FILLER                      PIC X(14) VALUE "STUDENT ID".
003370     05  FILLER                      PIC X(27) VALUE "NAME".
003380     05  FILLER                      PIC X(10) VALUE "PROMOTED".
003390     05  FILLER                      PIC X(09) VALUE "DROPPED".
003400     05  FILLER                      PIC X(09) VALUE "REMOVED".
003410     05  FILLER                      PIC X(30) VALUE "NOT MAILED".
003420
003430 01  DETAIL-LINE.
003440     05  DTL-STUDENT-ID              PIC 9(12).
003450     05  FILLER                      PIC X(02) VALUE SPACES.
003460     05  DTL-STUDENT-NAME            PIC X(22).
003470     05  FILLER                      PIC X(01) VALUE SPACES.
003480     05  DTL-STUDENT-INITIALS        PIC X(03).
003490     05  FILLER                      PIC X(04) VALUE SPACES.
003500     05  DTL-PROMOTE-COUNT           PIC ZZ9.
003510     05  FILLER                      PIC X(07) VALUE SPACES.
003520     05  DTL-DROP-COUNT              PIC ZZ9.
003530     05  FILLER                      PIC X(06) VALUE SPACES.
003540     05  DTL-REMOVE-COUNT            PIC ZZ9.
003550     05  FILLER                      PIC X(05) VALUE SPACES.
003560     05  DTL-NOT-MAILED-REASON       PIC X(30).
003570
003580 01  NONE-LINE.
003590     05  FILLER                      PIC X(50)
003600         VALUE "EVERY STUDENT AFFECTED WAS MAILED.".
003610
003620 01  TOTAL-LINE-1.
003630     05  FILLER                      PIC X(36)
003640         VALUE "AUDIT ENTRIES READ:".
003650     05  TOT-AUDIT-READ-OUT          PIC ZZ,ZZZ,ZZ9.
003660 01  TOTAL-LINE-2.
003670     05  FILLER                      PIC X(36)
003680         VALUE "PROMOTIONS, DROPS AND REMOVALS:".
003690     05  TOT-AUDIT-USED-OUT          PIC ZZ,ZZZ,ZZ9.
003700 01  TOTAL-LINE-3.
003710     05  FILLER                      PIC X(36)
003720         VALUE "STUDENTS AFFECTED:".
003730     05  TOT-STUDENT-OUT             PIC ZZ,ZZZ,ZZ9.
003740 01  TOTAL-LINE-4.
003750     05  FILLER                      PIC X(36)
003760         VALUE "LETTERS AND LABELS PRINTED:".
003770     05  TOT-LETTER-OUT              PIC ZZ,ZZZ,ZZ9.
003780 01  TOTAL-LINE-5.
003790     05  FILLER                      PIC X(36)
003800         VALUE "NOT MAILED - NO ADDRESS ON FILE:".
003810     05  TOT-NO-ADDRESS-OUT          PIC ZZ,ZZZ,ZZ9.
003820 01  TOTAL-LINE-6.
003830     05  FILLER                      PIC X(36)
003840         VALUE "NOT MAILED - DECEASED OR IN ERROR:".
003850     05  TOT-NOT-MAILED-OTHER-OUT    PIC ZZ,ZZZ,ZZ9.
003860
003870 01  FTR-LINE.
003880     05  FILLER                      PIC X(12)
003890                                     VALUE "END OF PAGE".
003900     05  FTR-PAGE-NO                 PIC ZZZ9.
003910
003920 PROCEDURE DIVISION.
003930*****************************************************************
003940* 0000-MAINLINE
003950*****************************************************************
003960 0000-MAINLINE.
003970     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003980
003990     IF NOT WS-ABORT
004000         PERFORM 2000-GATHER-ACTIVITY THRU 2000-EXIT
004010     END-IF
004020     IF NOT WS-ABORT
004030         PERFORM 3000-SORT-STUDENT-TABLE THRU 3000-EXIT
004040         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
004050         PERFORM 5000-NOTIFY-STUDENTS THRU 5000-EXIT
004060         IF WS-DETAIL-COUNT = ZERO
004070             WRITE PRINT-LINE FROM NONE-LINE
004080                 AFTER ADVANCING 2 LINES
004090         END-IF
004100         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
004110         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
004120     END-IF
004130
004140     PERFORM 8000-TERMINATE THRU 8000-EXIT
004150     GOBACK.
004160
004170*****************************************************************
004180* 1000-INITIALIZE - STUDENTS.DAT IS REQUIRED.  NO ADDRESS.DAT
004190* MEANS NO ADDRESS HAS BEEN KEYED YET AND EVERYONE GOES ON THE
004200* NOT-MAILED LIST.  NO ENROLL.DAT OR COURSES.DAT ONLY COSTS THE
004210* LETTER ITS COURSE DETAIL.  STUDHIST.DAT AND DROPLOG.DAT ARE
004220* OPENED PER SEARCH, THE SAME AS TRANSCRIPT DOES STUDHIST.DAT.
004230*****************************************************************
004240 1000-INITIALIZE.
004250     PERFORM 1100-GET-ACTIVITY-DATE THRU 1100-EXIT
004260
004270     IF NOT WS-ABORT
004280         OPEN INPUT STUDENT-FILE
004290         IF WS-STUDENT-FILE-NOT-FOUND
004300             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
004310                 "RUN STUDENTWRITER FIRST ***"
004320             MOVE "Y" TO WS-ABORT-SWITCH
004330         END-IF
004340     END-IF
004350
004360     IF NOT WS-ABORT
004370         MOVE "Y" TO WS-FILES-OPEN-SWITCH
004380         OPEN INPUT ADDRESS-FILE
004390         IF WS-ADDRESS-FILE-OK
004400             MOVE "Y" TO WS-ADDRESS-AVAIL-SWITCH
004410         ELSE
004420             DISPLAY "NOTE - ADDRESS.DAT NOT FOUND - NO STUDENT "
004430                 "CAN BE MAILED."
004440         END-IF
004450         OPEN INPUT ENROLL-FILE
004460         IF WS-ENROLL-FILE-OK
004470             MOVE "Y" TO WS-ENROLL-AVAIL-SWITCH
004480         END-IF
004490         OPEN INPUT COURSE-FILE
004500         IF WS-COURSE-FILE-OK
004510             MOVE "Y" TO WS-COURSE-AVAIL-SWITCH
004520         END-IF
004530         OPEN OUTPUT LETTER-FILE
004540         OPEN OUTPUT LABEL-FILE
004550         OPEN OUTPUT PRINT-FILE
004560         DISPLAY "NOTIFYRUN - LETTERS TO NOTIFLTR.DAT, LABELS TO "
004570             "MAILLBL.DAT, NOT MAILED TO NOTIFRPT.DAT"
004580     END-IF
004590 1000-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630* 1100-GET-ACTIVITY-DATE - NOTHING KEYED MEANS TODAY.
004640*****************************************************************
004650 1100-GET-ACTIVITY-DATE.
004660     DISPLAY "ENTER THE ACTIVITY DATE TO MAIL (YYYYMMDD).  "
004670         "ENTER NOTHING FOR TODAY."
004680     MOVE SPACES TO WS-DATE-LINE
004690     ACCEPT WS-DATE-LINE
004700     IF WS-DATE-LINE = SPACES
004710         ACCEPT WS-ACTIVITY-DATE FROM DATE YYYYMMDD
004720     ELSE
004730         IF WS-DATE-LINE NOT NUMERIC
004740             DISPLAY "*** ACTIVITY DATE MUST BE 8 DIGITS, "
004750                 "YYYYMMDD - RUN STOPPED ***"
004760             MOVE "Y" TO WS-ABORT-SWITCH
004770         ELSE
004780             MOVE WS-DATE-LINE TO WS-ACTIVITY-DATE
004790         END-IF
004800     END-IF
004810 1100-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850* 2000-GATHER-ACTIVITY - ONE PASS OF AUDIT.DAT, TABLING EVERY
004860* STUDENT WITH A PROMOTION, DROP OR REMOVAL ON THE ACTIVITY
004870* DATE.  NO AUDIT.DAT MEANS NOTHING HAS HAPPENED TO ANYONE.
004880*****************************************************************
004890 2000-GATHER-ACTIVITY.
004900     MOVE "N" TO WS-AUDIT-EOF-SWITCH
004910     OPEN INPUT AUDIT-FILE
004920     IF NOT WS-AUDIT-FILE-OK
004930         DISPLAY "NOTE - AUDIT.DAT NOT FOUND - NOTHING TO MAIL."
004940     ELSE
004950         PERFORM 2100-READ-AND-TABLE-AUDIT THRU 2100-EXIT
004960             UNTIL WS-AUDIT-EOF OR WS-ABORT
004970         CLOSE AUDIT-FILE
004980     END-IF
004990 2000-EXIT.
005000     EXIT.
005010
005020 2100-READ-AND-TABLE-AUDIT.
005030     READ AUDIT-FILE
005040         AT END
005050             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
005060         NOT AT END
005070             ADD 1 TO WS-AUDIT-READ-COUNT
005080             IF AUDIT-DATE = WS-ACTIVITY-DATE
005090                 AND (AUDIT-ACTION = "PROMOTE"
005100                      OR AUDIT-ACTION = "DROP"
005110                      OR AUDIT-ACTION = "DELETE")
005120                 PERFORM 2200-TABLE-AUDIT-ENTRY THRU 2200-EXIT
005130             END-IF
005140     END-READ
005150 2100-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 2200-TABLE-AUDIT-ENTRY - FIND OR ADD THE STUDENT'S ENTRY AND
005200* COUNT THE ACTION AGAINST IT.
005210*****************************************************************
005220 2200-TABLE-AUDIT-ENTRY.
005230     MOVE AUDIT-DATA-ID TO WS-SEARCH-ID
005240     PERFORM 2300-FIND-STUDENT-ENTRY THRU 2300-EXIT
005250     IF NOT WS-ID-FOUND
005260         PERFORM 2500-ADD-STUDENT-ENTRY THRU 2500-EXIT
005270     END-IF
005280     IF NOT WS-ABORT
005290         ADD 1 TO WS-AUDIT-USED-COUNT
005300         EVALUATE AUDIT-ACTION
005310             WHEN "PROMOTE"
005320                 ADD 1 TO WS-TBL-PROMOTE-COUNT (WS-STU-SUB)
005330             WHEN "DROP"
005340                 ADD 1 TO WS-TBL-DROP-COUNT (WS-STU-SUB)
005350             WHEN OTHER
005360                 ADD 1 TO WS-TBL-REMOVE-COUNT (WS-STU-SUB)
005370         END-EVALUATE
005380     END-IF
005390 2200-EXIT.
005400     EXIT.
005410
005420*****************************************************************
005430* 2300-FIND-STUDENT-ENTRY - LINEAR SEARCH OF THE TABLE FOR
005440* WS-SEARCH-ID, LEAVING WS-STU-SUB ON THE ENTRY WHEN FOUND.
005450*****************************************************************
005460 2300-FIND-STUDENT-ENTRY.
005470     MOVE "N" TO WS-ID-FOUND-SWITCH
005480     PERFORM 2400-MATCH-STUDENT-ENTRY THRU 2400-EXIT
005490         VARYING WS-STU-SUB FROM 1 BY 1
005500         UNTIL WS-STU-SUB > WS-STUDENT-COUNT
005510             OR WS-ID-FOUND
005520     IF WS-ID-FOUND
005530         SUBTRACT 1 FROM WS-STU-SUB
005540     END-IF
005550 2300-EXIT.
005560     EXIT.
005570
005580 2400-MATCH-STUDENT-ENTRY.
005590     IF WS-TBL-STUDENT-ID (WS-STU-SUB) = WS-SEARCH-ID
005600         MOVE "Y" TO WS-ID-FOUND-SWITCH
005610     END-IF
005620 2400-EXIT.
005630     EXIT.
005640
005650 2500-ADD-STUDENT-ENTRY.
005660     IF WS-STUDENT-COUNT >= WS-STUDENT-MAX
005670         DISPLAY "*** MORE THAN " WS-STUDENT-MAX " STUDENTS "
005680             "AFFECTED IN ONE DAY - TABLE FULL, RUN STOPPED ***"
005690         MOVE "Y" TO WS-ABORT-SWITCH
005700     ELSE
005710         ADD 1 TO WS-STUDENT-COUNT
005720         MOVE WS-STUDENT-COUNT TO WS-STU-SUB
005730         MOVE WS-SEARCH-ID TO WS-TBL-STUDENT-ID (WS-STU-SUB)
005740         MOVE ZERO TO WS-TBL-PROMOTE-COUNT (WS-STU-SUB)
005750         MOVE ZERO TO WS-TBL-DROP-COUNT (WS-STU-SUB)
005760         MOVE ZERO TO WS-TBL-REMOVE-COUNT (WS-STU-SUB)
005770     END-IF
005780 2500-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820* 3000-SORT-STUDENT-TABLE - EXCHANGE SORT INTO STUDENT ID ORDER,
005830* THE SAME WAY TRANSCRIPT ORDERS ITS TABLE, SO THE LETTERS, THE
005840* LABELS AND THE NOT-MAILED LIST ALL RUN IN THE SAME ORDER.
005850*****************************************************************
005860 3000-SORT-STUDENT-TABLE.
005870     IF WS-STUDENT-COUNT > 1
005880         PERFORM 3010-SORT-ONE-PASS THRU 3010-EXIT
005890             VARYING WS-SORT-I FROM 1 BY 1
005900             UNTIL WS-SORT-I >= WS-STUDENT-COUNT
005910     END-IF
005920 3000-EXIT.
005930     EXIT.
005940
005950 3010-SORT-ONE-PASS.
005960     COMPUTE WS-SORT-J-START = WS-SORT-I + 1
005970     PERFORM 3020-SORT-COMPARE THRU 3020-EXIT
005980         VARYING WS-SORT-J FROM WS-SORT-J-START BY 1
005990         UNTIL WS-SORT-J > WS-STUDENT-COUNT
006000 3010-EXIT.
006010     EXIT.
006020
006030 3020-SORT-COMPARE.
006040     IF WS-TBL-STUDENT-ID (WS-SORT-J)
006050         < WS-TBL-STUDENT-ID (WS-SORT-I)
006060         MOVE WS-STUDENT-ENTRY (WS-SORT-I) TO WS-SORT-HOLD-ENTRY
006070         MOVE WS-STUDENT-ENTRY (WS-SORT-J)
006080             TO WS-STUDENT-ENTRY (WS-SORT-I)
006090         MOVE WS-SORT-HOLD-ENTRY TO WS-STUDENT-ENTRY (WS-SORT-J)
006100     END-IF
006110 3020-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150* 4000-PRINT-HEADINGS - NOT-MAILED LIST HEADINGS.
006160*****************************************************************
006170 4000-PRINT-HEADINGS.
006180     ADD 1 TO WS-PAGE-NO
006190     MOVE WS-PAGE-NO TO HDG-PAGE-NO
006200     MOVE WS-ACTIVITY-DATE TO HDG-ACTIVITY-DATE
006210     IF WS-PAGE-NO = 1
006220         WRITE PRINT-LINE FROM HDG-LINE-1
006230     ELSE
006240         WRITE PRINT-LINE FROM HDG-LINE-1
006250             AFTER ADVANCING PAGE
006260     END-IF
006270     WRITE PRINT-LINE FROM HDG-LINE-2
006280         AFTER ADVANCING 2 LINES
006290     MOVE ZERO TO WS-LINE-COUNT
006300 4000-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
006350* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
006360*****************************************************************
006370 4500-PRINT-FOOTER.
006380     MOVE WS-PAGE-NO TO FTR-PAGE-NO
006390     WRITE PRINT-LINE FROM FTR-LINE
006400         AFTER ADVANCING 2 LINES
006410 4500-EXIT.
006420     EXIT.
006430
006440*****************************************************************
006450* 5000-NOTIFY-STUDENTS - ONE LETTER AND LABEL, OR ONE NOT-MAILED
006460* LINE, PER STUDENT, IN ID ORDER.
006470*****************************************************************
006480 5000-NOTIFY-STUDENTS.
006490     PERFORM 5100-NOTIFY-ONE-STUDENT THRU 5100-EXIT
006500         VARYING WS-OUT-SUB FROM 1 BY 1
006510         UNTIL WS-OUT-SUB > WS-STUDENT-COUNT
006520 5000-EXIT.
006530     EXIT.
006540
006550 5100-NOTIFY-ONE-STUDENT.
006560     PERFORM 5200-FIND-STUDENT THRU 5200-EXIT
006570     PERFORM 5400-DECIDE-MAILING THRU 5400-EXIT
006580     IF NOT WS-NOTHING-TO-TELL
006590         IF WS-MAIL-STUDENT
006600             PERFORM 7000-PRINT-LETTER THRU 7000-EXIT
006610             PERFORM 7700-WRITE-LABEL THRU 7700-EXIT
006620             ADD 1 TO WS-LETTER-COUNT
006630         ELSE
006640             PERFORM 5500-PRINT-NOT-MAILED-LINE THRU 5500-EXIT
006650         END-IF
006660     END-IF
006670 5100-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710* 5200-FIND-STUDENT - KEYED READ OF STUDENTS.DAT FIRST, THEN THE
006720* STUDHIST.DAT ARCHIVE, THE SAME AS TRANSCRIPT.  A STUDENT ON
006730* THE MASTER HAS NOT BEEN REMOVED, WHATEVER AN OLD ARCHIVE
006740* RECORD SAYS.
006750*****************************************************************
006760 5200-FIND-STUDENT.
006770     MOVE "N" TO WS-ON-STUDENTS-SWITCH
006780     MOVE "N" TO WS-ON-HISTORY-SWITCH
006790     MOVE SPACES TO WS-STUDENT-NAME
006800     MOVE SPACES TO WS-STUDENT-INITIALS
006810     MOVE SPACE TO WS-HIST-REASON
006820     MOVE ZERO TO WS-HIST-EFFECTIVE-DATE
006830     MOVE WS-TBL-STUDENT-ID (WS-OUT-SUB) TO DATA-ID
006840     READ STUDENT-FILE
006850         INVALID KEY
006860             PERFORM 5300-SEARCH-HISTORY THRU 5300-EXIT
006870         NOT INVALID KEY
006880             MOVE "Y" TO WS-ON-STUDENTS-SWITCH
006890             MOVE STUDENT-NAME TO WS-STUDENT-NAME
006900             MOVE STUDENT-INITIALS TO WS-STUDENT-INITIALS
006910     END-READ
006920     IF NOT WS-ON-STUDENTS AND NOT WS-ON-HISTORY
006930         MOVE "*** NOT ON FILE ***" TO WS-STUDENT-NAME
006940     END-IF
006950 5200-EXIT.
006960     EXIT.
006970
006980*****************************************************************
006990* 5300-SEARCH-HISTORY - SWEEP THE STUDHIST.DAT ARCHIVE FOR THE
007000* STUDENT.  THE LAST RECORD UNDER THE ID WINS.
007010*****************************************************************
007020 5300-SEARCH-HISTORY.
007030     MOVE "N" TO WS-HISTORY-EOF-SWITCH
007040     OPEN INPUT HISTORY-FILE
007050     IF NOT WS-HISTORY-FILE-OK
007060         MOVE "Y" TO WS-HISTORY-EOF-SWITCH
007070     ELSE
007080         PERFORM 5350-READ-AND-MATCH-HISTORY THRU 5350-EXIT
007090             UNTIL WS-HISTORY-EOF
007100         CLOSE HISTORY-FILE
007110     END-IF
007120 5300-EXIT.
007130     EXIT.
007140
007150 5350-READ-AND-MATCH-HISTORY.
007160     READ HISTORY-FILE
007170         AT END
007180             MOVE "Y" TO WS-HISTORY-EOF-SWITCH
007190         NOT AT END
007200             IF HIST-STUDENT-ID = WS-TBL-STUDENT-ID (WS-OUT-SUB)
007210                 MOVE "Y" TO WS-ON-HISTORY-SWITCH
007220                 MOVE HIST-STUDENT-NAME TO WS-STUDENT-NAME
007230                 MOVE HIST-STUDENT-INITIALS TO WS-STUDENT-INITIALS
007240                 MOVE HIST-REMOVAL-REASON TO WS-HIST-REASON
007250                 MOVE HIST-EFFECTIVE-DATE
007260                     TO WS-HIST-EFFECTIVE-DATE
007270             END-IF
007280     END-READ
007290 5350-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330* 5400-DECIDE-MAILING - A STUDENT WHOSE ONLY ACTIVITY WAS A
007340* REMOVAL, AND WHO IS BACK ON STUDENTS.DAT, HAS NOTHING TO BE
007345* TOLD - NO LETTER, NO LABEL AND NO REPORT LINE - AND IS LEFT
007350* OUT OF THE NOT-MAILED COUNTS TOO, SO THE TOTALS AGREE WITH
007355* NOTIFRPT.DAT.  NEVER MAIL A STUDENT REMOVED AS DECEASED OR AS
007360* ENTERED IN ERROR.  OTHERWISE THE STUDENT IS MAILED WHEN
007365* ADDRESS.DAT HOLDS A STREET ADDRESS FOR THEM.
007390*****************************************************************
007400 5400-DECIDE-MAILING.
007410     MOVE "N" TO WS-NOTHING-TO-TELL-SWITCH
007420     IF WS-TBL-PROMOTE-COUNT (WS-OUT-SUB) = ZERO
007430         AND WS-TBL-DROP-COUNT (WS-OUT-SUB) = ZERO
007440         AND WS-ON-STUDENTS
007450         MOVE "Y" TO WS-NOTHING-TO-TELL-SWITCH
007460     END-IF
007470     MOVE SPACES TO WS-NOT-MAILED-REASON
007471     IF NOT WS-NOTHING-TO-TELL
007472         MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
007473         IF WS-ADDRESS-FILE-AVAILABLE
007474             MOVE WS-TBL-STUDENT-ID (WS-OUT-SUB) TO ADDR-DATA-ID
007475             READ ADDRESS-FILE
007476                 INVALID KEY
007477                     CONTINUE
007478                 NOT INVALID KEY
007479                     MOVE "Y" TO WS-ADDRESS-FOUND-SWITCH
007480             END-READ
007481         END-IF
007482
007483         EVALUATE TRUE
007484             WHEN WS-ON-HISTORY AND WS-HIST-DECEASED
007485                 MOVE "REMOVED AS DECEASED"
007486                     TO WS-NOT-MAILED-REASON
007487                 ADD 1 TO WS-NOT-MAILED-OTHER-COUNT
007488             WHEN WS-ON-HISTORY AND WS-HIST-ENTERED-IN-ERROR
007489                 MOVE "REMOVED AS ENTERED IN ERROR"
007490                     TO WS-NOT-MAILED-REASON
007491                 ADD 1 TO WS-NOT-MAILED-OTHER-COUNT
007492             WHEN NOT WS-ADDRESS-FOUND
007493                 MOVE "NO ADDRESS ON FILE"
007494                     TO WS-NOT-MAILED-REASON
007495                 ADD 1 TO WS-NO-ADDRESS-COUNT
007496             WHEN ADDR-NO-MAILING-ADDRESS
007497                 MOVE "NO STREET ADDRESS ON FILE"
007498                     TO WS-NOT-MAILED-REASON
007499                 ADD 1 TO WS-NO-ADDRESS-COUNT
007500             WHEN OTHER
007530                 CONTINUE
007540         END-EVALUATE
007570     END-IF
007790 5400-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830* 5500-PRINT-NOT-MAILED-LINE - ONE LINE ON NOTIFRPT.DAT SAYING
007840* WHO WAS NOT MAILED, WHAT HAPPENED TO THEM AND WHY.
007850*****************************************************************
007860 5500-PRINT-NOT-MAILED-LINE.
007870     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007880         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
007890         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
007900     END-IF
007910     MOVE WS-TBL-STUDENT-ID (WS-OUT-SUB)    TO DTL-STUDENT-ID
007920     MOVE WS-STUDENT-NAME                   TO DTL-STUDENT-NAME
007930     MOVE WS-STUDENT-INITIALS           TO DTL-STUDENT-INITIALS
007940     MOVE WS-TBL-PROMOTE-COUNT (WS-OUT-SUB) TO DTL-PROMOTE-COUNT
007950     MOVE WS-TBL-DROP-COUNT (WS-OUT-SUB)    TO DTL-DROP-COUNT
007960     MOVE WS-TBL-REMOVE-COUNT (WS-OUT-SUB)  TO DTL-REMOVE-COUNT
007970     MOVE WS-NOT-MAILED-REASON          TO DTL-NOT-MAILED-REASON
007980     WRITE PRINT-LINE FROM DETAIL-LINE
007990         AFTER ADVANCING 1 LINE
008000     ADD 1 TO WS-LINE-COUNT
008010     ADD 1 TO WS-DETAIL-COUNT
008020 5500-EXIT.
008030     EXIT.
008040
008050*****************************************************************
008060* 6000-PRINT-FINAL-PAGE
008070*****************************************************************
008080 6000-PRINT-FINAL-PAGE.
008090     MOVE WS-AUDIT-READ-COUNT       TO TOT-AUDIT-READ-OUT
008100     MOVE WS-AUDIT-USED-COUNT       TO TOT-AUDIT-USED-OUT
008110     MOVE WS-STUDENT-COUNT          TO TOT-STUDENT-OUT
008120     MOVE WS-LETTER-COUNT           TO TOT-LETTER-OUT
008130     MOVE WS-NO-ADDRESS-COUNT       TO TOT-NO-ADDRESS-OUT
008140     MOVE WS-NOT-MAILED-OTHER-COUNT TO TOT-NOT-MAILED-OTHER-OUT
008150     ADD 1 TO WS-PAGE-NO
008160     MOVE WS-PAGE-NO TO HDG-PAGE-NO
008170     WRITE PRINT-LINE FROM HDG-LINE-1
008180         AFTER ADVANCING PAGE
008190     WRITE PRINT-LINE FROM TOTAL-LINE-1
008200         AFTER ADVANCING 2 LINES
008210     WRITE PRINT-LINE FROM TOTAL-LINE-2
008220         AFTER ADVANCING 1 LINE
008230     WRITE PRINT-LINE FROM TOTAL-LINE-3
008240         AFTER ADVANCING 1 LINE
008250     WRITE PRINT-LINE FROM TOTAL-LINE-4
008260         AFTER ADVANCING 1 LINE
008270     WRITE PRINT-LINE FROM TOTAL-LINE-5
008280         AFTER ADVANCING 1 LINE
008290     WRITE PRINT-LINE FROM TOTAL-LINE-6
008300         AFTER ADVANCING 1 LINE
008310 6000-EXIT.
008320     EXIT.
008330
008340*****************************************************************
008350* 7000-PRINT-LETTER - ONE PAGE PER LETTER - THE ADDRESS BLOCK,
008360* THEN A PARAGRAPH FOR EACH KIND OF CHANGE MADE THAT DAY.
008370*****************************************************************
008380 7000-PRINT-LETTER.
008390     MOVE WS-ACTIVITY-DATE TO LTR-LETTER-DATE
008400     IF WS-LETTER-COUNT = ZERO
008410         WRITE LETTER-LINE FROM LTR-HEAD-LINE-1
008420     ELSE
008430         WRITE LETTER-LINE FROM LTR-HEAD-LINE-1
008440             AFTER ADVANCING PAGE
008450     END-IF
008460     WRITE LETTER-LINE FROM LTR-HEAD-LINE-2
008470         AFTER ADVANCING 1 LINE
008480
008490     PERFORM 7100-PRINT-ADDRESS-BLOCK THRU 7100-EXIT
008500
008510     MOVE WS-TBL-STUDENT-ID (WS-OUT-SUB) TO LTR-STUDENT-ID
008520     WRITE LETTER-LINE FROM LTR-ID-LINE
008530         AFTER ADVANCING 2 LINES
008540
008550     MOVE SPACES TO LTR-TEXT
008560     STRING "DEAR "          DELIMITED BY SIZE
008570            ADDR-MAIL-NAME   DELIMITED BY "  "
008580            ":"              DELIMITED BY SIZE
008590         INTO LTR-TEXT
008600     END-STRING
008610     WRITE LETTER-LINE FROM LTR-TEXT-LINE
008620         AFTER ADVANCING 3 LINES
008630     MOVE "THE FOLLOWING CHANGES WERE MADE TO YOUR STUDENT RECORD"
008640         TO LTR-TEXT
008650     WRITE LETTER-LINE FROM LTR-TEXT-LINE
008660         AFTER ADVANCING 2 LINES
008670     MOVE SPACES TO LTR-TEXT
008680     STRING "ON "            DELIMITED BY SIZE
008690            WS-ACTIVITY-DATE DELIMITED BY SIZE
008700            "."              DELIMITED BY SIZE
008710         INTO LTR-TEXT
008720     END-STRING
008730     WRITE LETTER-LINE FROM LTR-TEXT-LINE
008740         AFTER ADVANCING 1 LINE
008750
008760     IF WS-TBL-PROMOTE-COUNT (WS-OUT-SUB) > ZERO
008770         PERFORM 7200-PRINT-PROMOTIONS THRU 7200-EXIT
008780     END-IF
008790     IF WS-TBL-DROP-COUNT (WS-OUT-SUB) > ZERO
008800         PERFORM 7300-PRINT-DROPS THRU 7300-EXIT
008810     END-IF
008820     IF WS-TBL-REMOVE-COUNT (WS-OUT-SUB) > ZERO
008830         AND NOT WS-ON-STUDENTS
008840         PERFORM 7500-PRINT-REMOVAL THRU 7500-EXIT
008850     END-IF
008860
008870     MOVE "IF ANY OF THIS IS NOT WHAT YOU EXPECTED, PLEASE"
008880         TO LTR-TEXT
008890     WRITE LETTER-LINE FROM LTR-TEXT-LINE
008900         AFTER ADVANCING 2 LINES
008910     MOVE "CONTACT THE OFFICE OF THE REGISTRAR." TO LTR-TEXT
008920     WRITE LETTER-LINE FROM LTR-TEXT-LINE
008930         AFTER ADVANCING 1 LINE
008940
008950     WRITE LETTER-LINE FROM LTR-SIGNATURE-LINE
008960         AFTER ADVANCING 4 LINES
008970     WRITE LETTER-LINE FROM LTR-TITLE-LINE
008980         AFTER ADVANCING 1 LINE
008990 7000-EXIT.
009000     EXIT.
009010
009020*****************************************************************
009030* 7100-PRINT-ADDRESS-BLOCK - THE SAME LINES AS THE LABEL, PLACED
009040* FOR THE ENVELOPE WINDOW.
009050*****************************************************************
009060 7100-PRINT-ADDRESS-BLOCK.
009070     PERFORM 7800-BUILD-LABEL THRU 7800-EXIT
009080     MOVE WS-LABEL-TEXT (1) TO LTR-ADDRESS
009090     WRITE LETTER-LINE FROM LTR-ADDRESS-LINE
009100         AFTER ADVANCING 3 LINES
009110     PERFORM 7150-PRINT-ADDRESS-LINE THRU 7150-EXIT
009120         VARYING WS-LBL-SUB FROM 2 BY 1
009130         UNTIL WS-LBL-SUB > 4
009140 7100-EXIT.
009150     EXIT.
009160
009170 7150-PRINT-ADDRESS-LINE.
009180     MOVE WS-LABEL-TEXT (WS-LBL-SUB) TO LTR-ADDRESS
009190     WRITE LETTER-LINE FROM LTR-ADDRESS-LINE
009200         AFTER ADVANCING 1 LINE
009210 7150-EXIT.
009220     EXIT.
009230
009240*****************************************************************
009250* 7200-PRINT-PROMOTIONS - THE AUDIT ENTRY DOES NOT SAY WHICH
009260* COURSE, SO THE LETTER LISTS THE STUDENT'S ENROLL.DAT
009270* ENROLLMENTS DATED THE ACTIVITY DATE - THE PROMOTION IS
009280* AMONG THEM.  ENROLL.DAT DOES NOT SAY WHICH OF THEM CAME OFF
009290* THE WAITING LIST, SO THE WORDING DOES NOT CLAIM ANY DID.
009300*****************************************************************
009310 7200-PRINT-PROMOTIONS.
009320     MOVE "A SEAT OPENED IN A COURSE YOU WERE WAITING FOR."
009330         TO LTR-TEXT
009340     WRITE LETTER-LINE FROM LTR-TEXT-LINE
009350         AFTER ADVANCING 2 LINES
009360     MOVE "YOUR ENROLLMENTS RECORDED THAT DAY ARE:"
009370         TO LTR-TEXT
009380     WRITE LETTER-LINE FROM LTR-TEXT-LINE
009390         AFTER ADVANCING 1 LINE
009400
009410     MOVE ZERO TO WS-LETTER-ITEM-COUNT
009420     IF WS-ENROLL-FILE-AVAILABLE
009430         MOVE "N" TO WS-ENROLL-EOF-SWITCH
009440         MOVE WS-TBL-STUDENT-ID (WS-OUT-SUB) TO ENROLL-STUDENT-ID
009450         MOVE LOW-VALUES TO ENROLL-COURSE-CODE
009460         MOVE LOW-VALUES TO ENROLL-TERM
009470         START ENROLL-FILE KEY NOT < ENROLL-KEY
009480             INVALID KEY
009490                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
009500         END-START
009510         PERFORM 7250-READ-AND-LIST-ENROLLMENT THRU 7250-EXIT
009520             UNTIL WS-ENROLL-EOF
009530     END-IF
009540     IF WS-LETTER-ITEM-COUNT = ZERO
009550         MOVE "    (NO LONGER ON FILE - PLEASE CONTACT US)"
009560             TO LTR-TEXT
009570         WRITE LETTER-LINE FROM LTR-TEXT-LINE
009580             AFTER ADVANCING 1 LINE
009590     END-IF
009600 7200-EXIT.
009610     EXIT.
009620
009630 7250-READ-AND-LIST-ENROLLMENT.
009640     READ ENROLL-FILE NEXT RECORD
009650         AT END
009660             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
009670         NOT AT END
009680             IF ENROLL-STUDENT-ID
009690                 NOT = WS-TBL-STUDENT-ID (WS-OUT-SUB)
009700                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
009710             ELSE
009720                 IF ENROLL-DATE = WS-ACTIVITY-DATE
009730                     ADD 1 TO WS-LETTER-ITEM-COUNT
009740                     MOVE ENROLL-COURSE-CODE
009750                         TO LTR-ENR-COURSE-CODE
009760                     MOVE ENROLL-COURSE-CODE
009770                         TO WS-LOOKUP-COURSE-CODE
009780                     MOVE ENROLL-TERM TO LTR-ENR-TERM
009790                     PERFORM 7900-LOOK-UP-TITLE THRU 7900-EXIT
009800                     MOVE COURSE-TITLE TO LTR-ENR-COURSE-TITLE
009810                     WRITE LETTER-LINE FROM LTR-ENROLL-LINE
009820                         AFTER ADVANCING 1 LINE
009830                 END-IF
009840             END-IF
009850     END-READ
009860 7250-EXIT.
009870     EXIT.
009880
009890*****************************************************************
009900* 7300-PRINT-DROPS - EVERY DROPLOG.DAT DROP OF THE STUDENT
009910* RECORDED ON THE ACTIVITY DATE.  OPENED AND CLOSED PER SEARCH
009920* LIKE STUDHIST.DAT.
009930*****************************************************************
009940 7300-PRINT-DROPS.
009950     MOVE "THE FOLLOWING ENROLLMENTS WERE DROPPED:" TO LTR-TEXT
009960     WRITE LETTER-LINE FROM LTR-TEXT-LINE
009970         AFTER ADVANCING 2 LINES
009980     WRITE LETTER-LINE FROM LTR-DROP-HEAD-LINE
009990         AFTER ADVANCING 1 LINE
010000
010010     MOVE ZERO TO WS-LETTER-ITEM-COUNT
010020     MOVE "N" TO WS-DROP-EOF-SWITCH
010030     OPEN INPUT DROP-FILE
010040     IF NOT WS-DROP-FILE-OK
010050         MOVE "Y" TO WS-DROP-EOF-SWITCH
010060     ELSE
010070         PERFORM 7350-READ-AND-LIST-DROP THRU 7350-EXIT
010080             UNTIL WS-DROP-EOF
010090         CLOSE DROP-FILE
010100     END-IF
010110     IF WS-LETTER-ITEM-COUNT = ZERO
010120         MOVE "    (NO DETAIL ON FILE - PLEASE CONTACT US)"
010130             TO LTR-TEXT
010140         WRITE LETTER-LINE FROM LTR-TEXT-LINE
010150             AFTER ADVANCING 1 LINE
010160     END-IF
010170 7300-EXIT.
010180     EXIT.
010190
010200 7350-READ-AND-LIST-DROP.
010210     READ DROP-FILE
010220         AT END
010230             MOVE "Y" TO WS-DROP-EOF-SWITCH
010240         NOT AT END
010250             IF DROP-STUDENT-ID = WS-TBL-STUDENT-ID (WS-OUT-SUB)
010260                 AND DROP-DROPPED-DATE = WS-ACTIVITY-DATE
010270                 ADD 1 TO WS-LETTER-ITEM-COUNT
010280                 PERFORM 7400-PRINT-ONE-DROP THRU 7400-EXIT
010290             END-IF
010300     END-READ
010310 7350-EXIT.
010320     EXIT.
010330
010340 7400-PRINT-ONE-DROP.
010350     MOVE DROP-COURSE-CODE    TO LTR-DRP-COURSE-CODE
010360     MOVE DROP-TERM           TO LTR-DRP-TERM
010370     MOVE DROP-EFFECTIVE-DATE TO LTR-DRP-EFFECTIVE-DATE
010380     MOVE DROP-COURSE-CODE    TO WS-LOOKUP-COURSE-CODE
010390     PERFORM 7900-LOOK-UP-TITLE THRU 7900-EXIT
010400     MOVE COURSE-TITLE        TO LTR-DRP-COURSE-TITLE
010410     EVALUATE TRUE
010420         WHEN DROP-STUDENT-REQUEST
010430             MOVE "AT YOUR REQUEST"  TO LTR-DRP-REASON
010440         WHEN DROP-ADMINISTRATIVE
010450             MOVE "ADMINISTRATIVE"   TO LTR-DRP-REASON
010460         WHEN DROP-NON-PAYMENT
010470             MOVE "NON-PAYMENT"      TO LTR-DRP-REASON
010480         WHEN DROP-ENTERED-IN-ERROR
010490             MOVE "ENTERED IN ERROR" TO LTR-DRP-REASON
010500         WHEN OTHER
010510             MOVE SPACES             TO LTR-DRP-REASON
010520     END-EVALUATE
010530     WRITE LETTER-LINE FROM LTR-DROP-LINE
010540         AFTER ADVANCING 1 LINE
010550 7400-EXIT.
010560     EXIT.
010570
010580*****************************************************************
010590* 7500-PRINT-REMOVAL - WHY THE STUDENT'S RECORD WAS CLOSED, OFF
010600* THE STUDHIST.DAT ARCHIVE.  DECEASED AND ENTERED IN ERROR
010610* NEVER GET THIS FAR.
010620*****************************************************************
010630 7500-PRINT-REMOVAL.
010640     EVALUATE TRUE
010650         WHEN WS-HIST-GRADUATED
010660             MOVE "YOUR STUDENT RECORD HAS BEEN CLOSED ON YOUR"
010670                 TO LTR-TEXT
010680             WRITE LETTER-LINE FROM LTR-TEXT-LINE
010690                 AFTER ADVANCING 2 LINES
010700             MOVE SPACES TO LTR-TEXT
010710             STRING "GRADUATION, EFFECTIVE " DELIMITED BY SIZE
010720                    WS-HIST-EFFECTIVE-DATE  DELIMITED BY SIZE
010730                    ".  CONGRATULATIONS."   DELIMITED BY SIZE
010740                 INTO LTR-TEXT
010750             END-STRING
010760         WHEN WS-HIST-WITHDREW
010770             MOVE "YOUR STUDENT RECORD HAS BEEN CLOSED ON YOUR"
010780                 TO LTR-TEXT
010790             WRITE LETTER-LINE FROM LTR-TEXT-LINE
010800                 AFTER ADVANCING 2 LINES
010810             MOVE SPACES TO LTR-TEXT
010820             STRING "WITHDRAWAL, EFFECTIVE " DELIMITED BY SIZE
010830                    WS-HIST-EFFECTIVE-DATE  DELIMITED BY SIZE
010840                    "."                     DELIMITED BY SIZE
010850                 INTO LTR-TEXT
010860             END-STRING
010870         WHEN OTHER
010880             MOVE "YOUR STUDENT RECORD HAS BEEN CLOSED."
010890                 TO LTR-TEXT
010900             WRITE LETTER-LINE FROM LTR-TEXT-LINE
010910                 AFTER ADVANCING 2 LINES
010920             MOVE SPACES TO LTR-TEXT
010930     END-EVALUATE
010940     WRITE LETTER-LINE FROM LTR-TEXT-LINE
010950         AFTER ADVANCING 1 LINE
010960     MOVE "TRANSCRIPTS AND ENROLLMENT VERIFICATIONS REMAIN"
010970         TO LTR-TEXT
010980     WRITE LETTER-LINE FROM LTR-TEXT-LINE
010990         AFTER ADVANCING 1 LINE
011000     MOVE "AVAILABLE FROM THE OFFICE OF THE REGISTRAR."
011010         TO LTR-TEXT
011020     WRITE LETTER-LINE FROM LTR-TEXT-LINE
011030         AFTER ADVANCING 1 LINE
011040 7500-EXIT.
011050     EXIT.
011060
011070*****************************************************************
011080* 7700-WRITE-LABEL - THE LABEL BUILT FOR THE LETTER'S ADDRESS
011090* BLOCK, ALL SIX LINES.
011100*****************************************************************
011110 7700-WRITE-LABEL.
011120     PERFORM 7750-WRITE-LABEL-LINE THRU 7750-EXIT
011130         VARYING WS-LBL-SUB FROM 1 BY 1
011140         UNTIL WS-LBL-SUB > 6
011150 7700-EXIT.
011160     EXIT.
011170
011180 7750-WRITE-LABEL-LINE.
011190     WRITE LABEL-LINE FROM WS-LABEL-TEXT (WS-LBL-SUB)
011200 7750-EXIT.
011210     EXIT.
011220
011230*****************************************************************
011240* 7800-BUILD-LABEL - MAILING NAME, STREET LINE 1, STREET LINE 2
011250* WHEN THERE IS ONE, THEN CITY, STATE AND ZIP.
011260*****************************************************************
011270 7800-BUILD-LABEL.
011280     MOVE SPACES TO WS-LABEL-AREA
011290     MOVE SPACES TO WS-CITY-LINE
011300     STRING ADDR-CITY  DELIMITED BY "  "
011310            ", "       DELIMITED BY SIZE
011320            ADDR-STATE DELIMITED BY SIZE
011330            "  "       DELIMITED BY SIZE
011340            ADDR-ZIP   DELIMITED BY SIZE
011350         INTO WS-CITY-LINE
011360     END-STRING
011370     MOVE ADDR-MAIL-NAME TO WS-LABEL-TEXT (1)
011380     MOVE ADDR-STREET-1  TO WS-LABEL-TEXT (2)
011390     IF ADDR-STREET-2 = SPACES
011400         MOVE WS-CITY-LINE  TO WS-LABEL-TEXT (3)
011410     ELSE
011420         MOVE ADDR-STREET-2 TO WS-LABEL-TEXT (3)
011430         MOVE WS-CITY-LINE  TO WS-LABEL-TEXT (4)
011440     END-IF
011450 7800-EXIT.
011460     EXIT.
011470
011480*****************************************************************
011490* 7900-LOOK-UP-TITLE - THE COURSE TITLE FOR WS-LOOKUP-COURSE-CODE,
011500* BLANK WHEN THE COURSE IS GONE FROM COURSES.DAT.
011510*****************************************************************
011520 7900-LOOK-UP-TITLE.
011530     MOVE SPACES TO COURSE-TITLE
011540     IF WS-COURSE-FILE-AVAILABLE
011550         MOVE WS-LOOKUP-COURSE-CODE TO COURSE-CODE OF COURSE-REC
011560         READ COURSE-FILE
011570             INVALID KEY
011580                 MOVE SPACES TO COURSE-TITLE
011590         END-READ
011600     END-IF
011610 7900-EXIT.
011620     EXIT.
011630
011640*****************************************************************
011650* 8000-TERMINATE
011660*****************************************************************
011670 8000-TERMINATE.
011680     IF WS-FILES-OPEN
011690         CLOSE STUDENT-FILE
011700         IF WS-ADDRESS-FILE-AVAILABLE
011710             CLOSE ADDRESS-FILE
011720         END-IF
011730         IF WS-ENROLL-FILE-AVAILABLE
011740             CLOSE ENROLL-FILE
011750         END-IF
011760         IF WS-COURSE-FILE-AVAILABLE
011770             CLOSE COURSE-FILE
011780         END-IF
011790         CLOSE LETTER-FILE
011800         CLOSE LABEL-FILE
011810         CLOSE PRINT-FILE
011820     END-IF
011830     IF NOT WS-ABORT
011840         PERFORM 9000-PRINT-RUN-TOTALS THRU 9000-EXIT
011850     END-IF
011860     IF WS-ABORT
011870         MOVE 8 TO RETURN-CODE
011880     END-IF
011890 8000-EXIT.
011900     EXIT.
011910
011920*****************************************************************
011930* 9000-PRINT-RUN-TOTALS - THE SAME NUMBERS AS THE FINAL PAGE OF
011940* NOTIFRPT.DAT.
011950*****************************************************************
011960 9000-PRINT-RUN-TOTALS.
011970     DISPLAY "-----------------------------------------------"
011980     DISPLAY "NOTIFYRUN RUN TOTALS - ACTIVITY OF "
011990         WS-ACTIVITY-DATE
012000     DISPLAY "  AUDIT ENTRIES READ . . . . . . "
012010         WS-AUDIT-READ-COUNT
012020     DISPLAY "  PROMOTIONS, DROPS, REMOVALS. . "
012030         WS-AUDIT-USED-COUNT
012040     DISPLAY "  STUDENTS AFFECTED. . . . . . . " WS-STUDENT-COUNT
012050     DISPLAY "  LETTERS AND LABELS PRINTED . . " WS-LETTER-COUNT
012060     DISPLAY "  NOT MAILED - NO ADDRESS. . . . "
012070         WS-NO-ADDRESS-COUNT
012080     DISPLAY "  NOT MAILED - DECEASED/ERROR. . "
012090         WS-NOT-MAILED-OTHER-COUNT
012100     IF WS-NO-ADDRESS-COUNT > ZERO
012110         DISPLAY "*** " WS-NO-ADDRESS-COUNT " STUDENT(S) NOT "
012120             "MAILED FOR WANT OF AN ADDRESS - SEE "
012130             "NOTIFRPT.DAT ***"
012140     END-IF
012150 9000-EXIT.
012160     EXIT.
