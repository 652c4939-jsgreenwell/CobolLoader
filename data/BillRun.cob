000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  BILLRUN.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* TUITION AND FEE BILLING RUN FOR ONE TERM.  READS ENROLL.DAT
000090* FROM END TO END AND, FOR EVERY STUDENT ENROLLED IN THE TERM,
000100* CHARGES TUITION FOR THEIR CREDIT HOURS AT THE TERM'S RATE PER
000110* CREDIT HOUR AND THE TERM'S FLAT FEES OFF FEESCHED.DAT (SEE
000120* FEESCHED.CPY, MAINTAINED BY FEEWRITER) TO THE STUDENT ACCOUNT
000130* LEDGER, LEDGER.DAT (SEE LEDGREC.CPY).  EVERY CHARGE POSTED IS
000140* LISTED ON THE BILLING REGISTER, BILLRPT.DAT.
000150*
000160* THE RUN CAN BE REPEATED AS OFTEN AS NEEDED DURING THE TERM.
000170* TUITION IS NOT CHARGED AGAIN IN FULL - THE TUITION A STUDENT
000180* SHOULD CARRY FOR THEIR HOURS NOW IS HELD UP AGAINST THE
000190* TUITION ALREADY CHARGED LESS ANY ALREADY CREDITED FOR THE
000200* TERM, AND ONLY THE DIFFERENCE IS POSTED - A CHARGE FOR HOURS
000210* ADDED SINCE THE LAST RUN, OR A CREDIT (TYPE R) FOR A STUDENT
000220* FOUND BILLED FOR MORE THAN THEY NOW CARRY.  FLAT FEES ARE
000230* CHARGED ONCE A TERM, THE FIRST TIME THE STUDENT IS BILLED.
000240* A DROP THROUGH ENROLLDROP IS CREDITED AT ONCE, DOWN TO WHAT
000250* THE STUDENT'S REMAINING HOURS FOR THE TERM STILL CARRY - THE
000260* SAME RECKONING AS HERE - SO A DROP LEAVES NOTHING FOR THIS
000270* RUN TO ADJUST, EVEN FOR A STUDENT WHO HAS DROPPED EVERY
000280* COURSE IN THE TERM.
000290*
000300* A COURSE NOT ON COURSES.DAT CARRIES NO HOURS AND IS COUNTED
000310* ON THE REGISTER.  BILLING IS A SUPERVISOR-ONLY FUNCTION, AND
000320* EVERY LEDGER POSTING CARRIES THE SIGNED-ON OPERATOR.
000330*
000340* MODIFICATION HISTORY
000350*   DATE       INIT  DESCRIPTION
000360*   ---------- ----  ------------------------------------------
000370*   2026-10-15 JMS   ORIGINAL PROGRAM.
000380*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS ENROLL-KEY
000470         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000480
000490     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS COURSE-CODE OF COURSE-REC
000530         FILE STATUS IS WS-COURSE-FILE-STATUS.
000540
000550     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS DATA-ID
000590         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000620
000630     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS TERM-CODE
000670         FILE STATUS IS WS-TERM-FILE-STATUS.
000680
000690     SELECT FEE-FILE ASSIGN TO "FEESCHED.DAT"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS FEE-TERM
000730         FILE STATUS IS WS-FEE-FILE-STATUS.
000740
000750     SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS LEDG-KEY
000790         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000800
000810     SELECT PRINT-FILE ASSIGN TO "BILLRPT.DAT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-PRINT-FILE-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  ENROLL-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY ENROLLREC.
000900
000910 FD  COURSE-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY COURSREC.
000940
000950 FD  STUDENT-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY STUDREC.
000980
000990 FD  TERM-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY TERMREC.
001020
001030 FD  FEE-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY FEESCHED.
001060
001070 FD  LEDGER-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY LEDGREC.
001100
001110 FD  PRINT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  PRINT-LINE                      PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160 01  WS-SWITCHES.
001170     05  WS-ENROLL-FILE-STATUS       PIC X(02).
001180         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
001190     05  WS-COURSE-FILE-STATUS       PIC X(02).
001200         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
001210     05  WS-STUDENT-FILE-STATUS      PIC X(02).
001220         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
001230     05  WS-TERM-FILE-STATUS         PIC X(02).
001240         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
001250     05  WS-FEE-FILE-STATUS          PIC X(02).
001260         88  WS-FEE-FILE-NOT-FOUND   VALUE "35".
001270     05  WS-LEDGER-FILE-STATUS       PIC X(02).
001280         88  WS-LEDGER-FILE-NOT-FOUND VALUE "35".
001290     05  WS-PRINT-FILE-STATUS        PIC X(02).
001300     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001310         88  WS-ABORT                VALUE "Y".
001320     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001330         88  WS-ENROLL-EOF           VALUE "Y".
001340     05  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE "N".
001350         88  WS-LEDGER-EOF           VALUE "Y".
001360     05  WS-FEES-BILLED-SWITCH       PIC X(01) VALUE "N".
001370         88  WS-FEES-BILLED          VALUE "Y".
001380     05  WS-POSTED-SWITCH            PIC X(01) VALUE "N".
001390         88  WS-POSTED               VALUE "Y".
001400
001410*****************************************************************
001420* OPERATOR ID KEYED IN AT STARTUP.
001430*****************************************************************
001440 01  WS-OPERATOR-ID                  PIC X(08).
001450
001460*****************************************************************
001470* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
001480*****************************************************************
001490 COPY SIGNPARM.
001500 01  WS-TERM-LINE                    PIC X(05).
001510 01  WS-TERM-DESCRIPTION             PIC X(20).
001520
001530*****************************************************************
001540* THE STUDENT BEING BILLED - THEIR HOURS IN THE TERM, THE
001550* TUITION THOSE HOURS CARRY, AND WHAT THE LEDGER ALREADY SHOWS
001560* FOR THE TERM.  THE LAST SEQUENCE NUMBER ON THE LEDGER FOR THE
001570* STUDENT IS WHERE THE NEXT POSTING GOES.
001580*****************************************************************
001590 01  WS-STUDENT-FIGURES.
001600     05  WS-CUR-STUDENT-ID           PIC 9(12).
001610     05  WS-STUDENT-HOURS            PIC 9(03)V9.
001620     05  WS-STUDENT-COURSES          PIC 9(03) COMP.
001630     05  WS-EXPECTED-TUITION         PIC 9(07)V99.
001640     05  WS-NET-TUITION-BILLED       PIC S9(07)V99.
001650     05  WS-TUITION-DIFFERENCE       PIC S9(07)V99.
001660     05  WS-LAST-SEQ-NO              PIC 9(05).
001670     05  WS-STUDENT-TUITION-POSTED   PIC 9(07)V99.
001680     05  WS-STUDENT-CREDIT-POSTED    PIC 9(07)V99.
001690     05  WS-STUDENT-FEES-POSTED      PIC 9(07)V99.
001700
001710*****************************************************************
001720* ONE LEDGER POSTING, FILLED IN BY THE CALLER OF
001730* 3800-POST-LEDGER-ENTRY.
001740*****************************************************************
001750 01  WS-POSTING.
001760     05  WS-POST-TRAN-TYPE           PIC X(01).
001770     05  WS-POST-DESCRIPTION         PIC X(20).
001780     05  WS-POST-AMOUNT              PIC 9(07)V99.
001790     05  WS-POST-DUE-DATE            PIC 9(08).
001800
001810 01  WS-TUITION-DESCRIPTION.
001820     05  FILLER                      PIC X(08) VALUE "TUITION ".
001830     05  WS-TD-HOURS                 PIC ZZ9.9.
001840     05  FILLER                      PIC X(07) VALUE " HOURS".
001850
001860 01  WS-SUBSCRIPTS.
001870     05  WS-FEE-SUB                  PIC 9(02) COMP.
001880
001890 01  WS-COUNTERS.
001900     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
001910     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001920     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001930     05  WS-STUDENTS-SEEN            PIC 9(05) COMP VALUE ZERO.
001940     05  WS-STUDENTS-BILLED          PIC 9(05) COMP VALUE ZERO.
001950     05  WS-STUDENTS-UNCHANGED       PIC 9(05) COMP VALUE ZERO.
001960     05  WS-POSTINGS-WRITTEN         PIC 9(07) COMP VALUE ZERO.
001970     05  WS-POSTINGS-FAILED          PIC 9(05) COMP VALUE ZERO.
001980     05  WS-NO-COURSE-COUNT          PIC 9(05) COMP VALUE ZERO.
001990
002000 01  WS-RUN-TOTALS.
002010     05  WS-TOTAL-TUITION            PIC 9(09)V99 VALUE ZERO.
002020     05  WS-TOTAL-CREDITS            PIC 9(09)V99 VALUE ZERO.
002030     05  WS-TOTAL-FEES               PIC 9(09)V99 VALUE ZERO.
002040
002050 01  HDG-LINE-1.
002060     05  FILLER                      PIC X(28)
002070         VALUE "BILLING REGISTER - TERM".
002080     05  HDG-TERM                    PIC X(05).
002090     05  FILLER                      PIC X(03) VALUE " - ".
002100     05  HDG-TERM-DESCRIPTION        PIC X(20).
002110     05  FILLER                      PIC X(04) VALUE SPACES.
002120     05  FILLER                      PIC X(05) VALUE "PAGE".
002130     05  HDG-PAGE-NO                 PIC ZZZ9.
002140
002150 01  HDG-LINE-2.
002160     05  FILLER                      PIC X(14) VALUE "STUDENT ID".
002170     05  FILLER                      PIC X(27) VALUE "NAME".
002180     05  FILLER                      PIC X(08) VALUE "HOURS".
002190     05  FILLER                      PIC X(15) VALUE "TUITION".
002200     05  FILLER                      PIC X(15) VALUE "CREDITED".
002210     05  FILLER                      PIC X(15) VALUE "FEES".
002220
002230 01  DETAIL-LINE.
002240     05  DTL-STUDENT-ID              PIC Z(11)9.
002250     05  FILLER                      PIC X(02) VALUE SPACES.
002260     05  DTL-STUDENT-NAME            PIC X(22).
002270     05  FILLER                      PIC X(01) VALUE SPACES.
002280     05  DTL-STUDENT-INITIALS        PIC X(03).
002290     05  FILLER                      PIC X(02) VALUE SPACES.
002300     05  DTL-HOURS                   PIC ZZ9.9.
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  DTL-TUITION                 PIC Z,ZZZ,ZZ9.99.
002330     05  FILLER                      PIC X(03) VALUE SPACES.
002340     05  DTL-CREDITED                PIC Z,ZZZ,ZZ9.99.
002350     05  FILLER                      PIC X(03) VALUE SPACES.
002360     05  DTL-FEES                    PIC Z,ZZZ,ZZ9.99.
002370
002380 01  TOTAL-LINE-1.
002390     05  FILLER                      PIC X(28)
002400         VALUE "STUDENTS ENROLLED IN TERM: ".
002410     05  TOT-SEEN-OUT                PIC ZZ,ZZ9.
002420
002430 01  TOTAL-LINE-2.
002440     05  FILLER                      PIC X(28)
002450         VALUE "STUDENTS WITH POSTINGS: ".
002460     05  TOT-BILLED-OUT              PIC ZZ,ZZ9.
002470
002480 01  TOTAL-LINE-3.
002490     05  FILLER                      PIC X(28)
002500         VALUE "ALREADY BILLED, NO CHANGE: ".
002510     05  TOT-UNCHANGED-OUT           PIC ZZ,ZZ9.
002520
002530 01  TOTAL-LINE-4.
002540     05  FILLER                      PIC X(28)
002550         VALUE "TUITION CHARGED: ".
002560     05  TOT-TUITION-OUT             PIC ZZZ,ZZZ,ZZ9.99.
002570
002580 01  TOTAL-LINE-5.
002590     05  FILLER                      PIC X(28)
002600         VALUE "TUITION CREDITED: ".
002610     05  TOT-CREDITS-OUT             PIC ZZZ,ZZZ,ZZ9.99.
002620
002630 01  TOTAL-LINE-6.
002640     05  FILLER                      PIC X(28)
002650         VALUE "FEES CHARGED: ".
002660     05  TOT-FEES-OUT                PIC ZZZ,ZZZ,ZZ9.99.
002670
002680 01  TOTAL-LINE-7.
002690     05  FILLER                      PIC X(28)
002700         VALUE "COURSE NOT ON MASTER: ".
002710     05  TOT-NO-COURSE-OUT           PIC ZZ,ZZ9.
002720     05  FILLER                      PIC X(40)
002730         VALUE "  (ENROLLMENT CARRIES NO HOURS)".
002740
002750 01  TOTAL-LINE-8.
002760     05  FILLER                      PIC X(28)
002770         VALUE "POSTINGS NOT WRITTEN: ".
002780     05  TOT-FAILED-OUT              PIC ZZ,ZZ9.
002790
002800 01  FTR-LINE.
002810     05  FILLER                      PIC X(12)
002820                                     VALUE "END OF PAGE".
002830     05  FTR-PAGE-NO                 PIC ZZZ9.
002840
002850 PROCEDURE DIVISION.
002860*****************************************************************
002870* 0000-MAINLINE
002880*****************************************************************
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002910
002920     IF NOT WS-ABORT
002930         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
002940     END-IF
002950     IF NOT WS-ABORT
002960         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
002970         PERFORM 3000-BILL-TERM THRU 3000-EXIT
002980         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
002990         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
003000     END-IF
003010
003020     PERFORM 8000-TERMINATE THRU 8000-EXIT
003030     STOP RUN.
003040
003050*****************************************************************
003060* 1000-INITIALIZE - SIGN THE OPERATOR ON (SUPERVISOR-ONLY) AND
003070* TAKE THE TERM TO BILL.
003080*****************************************************************
003090 1000-INITIALIZE.
003100     DISPLAY "ENTER YOUR OPERATOR ID"
003110     MOVE SPACES TO WS-OPERATOR-ID
003120     ACCEPT WS-OPERATOR-ID
003130     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
003140
003150     IF NOT WS-ABORT
003160         DISPLAY "BILLRUN - TUITION AND FEE BILLING RUN."
003170         DISPLAY "ENTER TERM CODE TO BILL"
003180         MOVE SPACES TO WS-TERM-LINE
003190         ACCEPT WS-TERM-LINE
003200         IF WS-TERM-LINE = SPACES
003210             DISPLAY "*** NO TERM ENTERED - RUN ABANDONED ***"
003220             MOVE "Y" TO WS-ABORT-SWITCH
003230         END-IF
003240     END-IF
003250 1000-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
003300* MODULE.  BILLING IS A SUPERVISOR-ONLY FUNCTION, SO SUPERVISOR
003310* AUTHORITY IS ASKED FOR - SIGNON CHECKS THE PASSWORD AND
003320* LOCKOUT AND LOGS THE ATTEMPT TO SIGNLOG.DAT EITHER WAY.
003330*****************************************************************
003340 1100-VALIDATE-OPERATOR.
003350     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
003360     MOVE "BILLRUN" TO SIGNON-PROGRAM-NAME
003370     MOVE "Y" TO SIGNON-NEED-SUPER-FLAG
003380     CALL "SIGNON" USING SIGNON-PARM
003390     IF NOT SIGNON-OK
003400         MOVE "Y" TO WS-ABORT-SWITCH
003410     END-IF
003420 1100-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460* 2000-OPEN-FILES - THE TERM MUST BE ON TERMS.DAT AND HAVE A FEE
003470* SCHEDULE ON FEESCHED.DAT - THE SCHEDULE STAYS OPEN FOR THE RUN
003480* AND THE TERM'S DESCRIPTION IS KEPT FOR THE HEADINGS.
003490* ENROLL.DAT, COURSES.DAT AND STUDENTS.DAT ARE REQUIRED.  A
003500* BRAND-NEW LEDGER.DAT IS CREATED (EMPTY) THE FIRST TIME.
003510*****************************************************************
003520 2000-OPEN-FILES.
003530     OPEN INPUT TERM-FILE
003540     IF WS-TERM-FILE-NOT-FOUND
003550         DISPLAY "*** TERMS.DAT NOT FOUND - "
003560             "RUN TERMWRITER FIRST ***"
003570         MOVE "Y" TO WS-ABORT-SWITCH
003580     ELSE
003590         MOVE WS-TERM-LINE TO TERM-CODE
003600         READ TERM-FILE
003610             INVALID KEY
003620                 DISPLAY "*** TERM " WS-TERM-LINE
003630                     " IS NOT ON TERMS.DAT ***"
003640                 MOVE "Y" TO WS-ABORT-SWITCH
003650             NOT INVALID KEY
003660                 MOVE TERM-DESCRIPTION TO WS-TERM-DESCRIPTION
003670         END-READ
003680         CLOSE TERM-FILE
003690     END-IF
003700
003710     IF NOT WS-ABORT
003720         OPEN INPUT FEE-FILE
003730         IF WS-FEE-FILE-NOT-FOUND
003740             DISPLAY "*** FEESCHED.DAT NOT FOUND - "
003750                 "RUN FEEWRITER FIRST ***"
003760             MOVE "Y" TO WS-ABORT-SWITCH
003770         ELSE
003780             MOVE WS-TERM-LINE TO FEE-TERM
003790             READ FEE-FILE
003800                 INVALID KEY
003810                     DISPLAY "*** TERM " WS-TERM-LINE
003820                         " HAS NO FEE SCHEDULE - "
003830                         "RUN FEEWRITER FIRST ***"
003840                     MOVE "Y" TO WS-ABORT-SWITCH
003850                     CLOSE FEE-FILE
003860             END-READ
003870         END-IF
003880     END-IF
003890
003900     IF NOT WS-ABORT
003910         OPEN INPUT ENROLL-FILE
003920         IF WS-ENROLL-FILE-NOT-FOUND
003930             DISPLAY "*** ENROLL.DAT NOT FOUND - "
003940                 "RUN ENROLLWRITER FIRST ***"
003950             MOVE "Y" TO WS-ABORT-SWITCH
003960             CLOSE FEE-FILE
003970         ELSE
003980             OPEN INPUT COURSE-FILE
003990             IF WS-COURSE-FILE-NOT-FOUND
004000                 DISPLAY "*** COURSES.DAT NOT FOUND - "
004010                     "RUN COURSEWRITER FIRST ***"
004020                 MOVE "Y" TO WS-ABORT-SWITCH
004030                 CLOSE FEE-FILE
004040                 CLOSE ENROLL-FILE
004050             ELSE
004060                 OPEN INPUT STUDENT-FILE
004070                 IF WS-STUDENT-FILE-NOT-FOUND
004080                     DISPLAY "*** STUDENTS.DAT NOT FOUND - "
004090                         "RUN STUDENTWRITER FIRST ***"
004100                     MOVE "Y" TO WS-ABORT-SWITCH
004110                     CLOSE FEE-FILE
004120                     CLOSE ENROLL-FILE
004130                     CLOSE COURSE-FILE
004140                 ELSE
004150                     OPEN I-O LEDGER-FILE
004160                     IF WS-LEDGER-FILE-NOT-FOUND
004170                         OPEN OUTPUT LEDGER-FILE
004180                         CLOSE LEDGER-FILE
004190                         OPEN I-O LEDGER-FILE
004200                     END-IF
004210                     OPEN OUTPUT PRINT-FILE
004220                 END-IF
004230             END-IF
004240         END-IF
004250     END-IF
004260 2000-EXIT.
004270     EXIT.
004280
004290*****************************************************************
004300* 3000-BILL-TERM - READ ENROLL.DAT IN KEY ORDER, WHICH GROUPS
004310* EACH STUDENT'S ENROLLMENTS TOGETHER, AND BILL EACH STUDENT
004320* WHEN THE STUDENT ID CHANGES.
004330*****************************************************************
004340 3000-BILL-TERM.
004350     MOVE "N" TO WS-ENROLL-EOF-SWITCH
004360     PERFORM 3100-READ-ENROLL THRU 3100-EXIT
004370     PERFORM 3200-BILL-ONE-STUDENT THRU 3200-EXIT
004380         UNTIL WS-ENROLL-EOF
004390 3000-EXIT.
004400     EXIT.
004410
004420 3100-READ-ENROLL.
004430     READ ENROLL-FILE NEXT RECORD
004440         AT END
004450             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
004460     END-READ
004470 3100-EXIT.
004480     EXIT.
004490
004500*****************************************************************
004510* 3200-BILL-ONE-STUDENT - ADD UP THE STUDENT'S HOURS IN THE TERM
004520* ACROSS ALL THEIR ENROLLMENTS, THEN BILL THEM IF THEY HAVE ANY
004530* ENROLLMENT IN THE TERM AT ALL.
004540*****************************************************************
004550 3200-BILL-ONE-STUDENT.
004560     MOVE ENROLL-STUDENT-ID TO WS-CUR-STUDENT-ID
004570     MOVE ZERO TO WS-STUDENT-HOURS
004580     MOVE ZERO TO WS-STUDENT-COURSES
004590     PERFORM 3300-TAKE-ENROLLMENT THRU 3300-EXIT
004600         UNTIL WS-ENROLL-EOF
004610             OR ENROLL-STUDENT-ID NOT = WS-CUR-STUDENT-ID
004620
004630     IF WS-STUDENT-COURSES > ZERO
004640         ADD 1 TO WS-STUDENTS-SEEN
004650         PERFORM 3500-BILL-STUDENT THRU 3500-EXIT
004660     END-IF
004670 3200-EXIT.
004680     EXIT.
004690
004700 3300-TAKE-ENROLLMENT.
004710     IF ENROLL-TERM = WS-TERM-LINE
004720         ADD 1 TO WS-STUDENT-COURSES
004730         MOVE ENROLL-COURSE-CODE TO COURSE-CODE OF COURSE-REC
004740         READ COURSE-FILE
004750             INVALID KEY
004760                 ADD 1 TO WS-NO-COURSE-COUNT
004770                 DISPLAY "NOTE - STUDENT " ENROLL-STUDENT-ID
004780                     " COURSE " ENROLL-COURSE-CODE
004790                     " IS NOT ON COURSES.DAT - NO HOURS BILLED."
004800             NOT INVALID KEY
004810                 ADD COURSE-CREDIT-HOURS TO WS-STUDENT-HOURS
004820         END-READ
004830     END-IF
004840     PERFORM 3100-READ-ENROLL THRU 3100-EXIT
004850 3300-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890* 3500-BILL-STUDENT - WHAT THE LEDGER ALREADY SHOWS FOR THE TERM
004900* IS HELD UP AGAINST WHAT THE STUDENT'S HOURS CARRY NOW, AND THE
004910* DIFFERENCE IS POSTED - THEN THE FLAT FEES IF THE STUDENT HAS
004920* NOT HAD THEM FOR THE TERM.  A STUDENT WITH POSTINGS GOES ON
004930* THE REGISTER.
004940*****************************************************************
004950 3500-BILL-STUDENT.
004960     MOVE ZERO TO WS-STUDENT-TUITION-POSTED
004970     MOVE ZERO TO WS-STUDENT-CREDIT-POSTED
004980     MOVE ZERO TO WS-STUDENT-FEES-POSTED
004990     MOVE "N" TO WS-POSTED-SWITCH
005000
005010     PERFORM 3600-SCAN-STUDENT-LEDGER THRU 3600-EXIT
005020
005030     COMPUTE WS-EXPECTED-TUITION ROUNDED =
005040         WS-STUDENT-HOURS * FEE-CREDIT-HOUR-RATE
005050     COMPUTE WS-TUITION-DIFFERENCE =
005060         WS-EXPECTED-TUITION - WS-NET-TUITION-BILLED
005070
005080     IF WS-TUITION-DIFFERENCE > ZERO
005090         MOVE "T" TO WS-POST-TRAN-TYPE
005100         MOVE WS-STUDENT-HOURS TO WS-TD-HOURS
005110         MOVE WS-TUITION-DESCRIPTION TO WS-POST-DESCRIPTION
005120         MOVE WS-TUITION-DIFFERENCE TO WS-POST-AMOUNT
005130         MOVE FEE-DUE-DATE TO WS-POST-DUE-DATE
005140         PERFORM 3800-POST-LEDGER-ENTRY THRU 3800-EXIT
005150         IF WS-POSTED
005160             ADD WS-POST-AMOUNT TO WS-STUDENT-TUITION-POSTED
005170         END-IF
005180     END-IF
005190     IF WS-TUITION-DIFFERENCE < ZERO
005200         MOVE "R" TO WS-POST-TRAN-TYPE
005210         MOVE "TUITION ADJUSTMENT" TO WS-POST-DESCRIPTION
005220         COMPUTE WS-POST-AMOUNT = ZERO - WS-TUITION-DIFFERENCE
005230         MOVE ZERO TO WS-POST-DUE-DATE
005240         PERFORM 3800-POST-LEDGER-ENTRY THRU 3800-EXIT
005250         IF WS-POSTED
005260             ADD WS-POST-AMOUNT TO WS-STUDENT-CREDIT-POSTED
005270         END-IF
005280     END-IF
005290
005300     IF NOT WS-FEES-BILLED
005310         PERFORM 3700-POST-ONE-FEE THRU 3700-EXIT
005320             VARYING WS-FEE-SUB FROM 1 BY 1
005330             UNTIL WS-FEE-SUB > FEE-FLAT-COUNT
005340     END-IF
005350
005360     IF WS-STUDENT-TUITION-POSTED > ZERO
005370         OR WS-STUDENT-CREDIT-POSTED > ZERO
005380         OR WS-STUDENT-FEES-POSTED > ZERO
005390         ADD 1 TO WS-STUDENTS-BILLED
005400         ADD WS-STUDENT-TUITION-POSTED TO WS-TOTAL-TUITION
005410         ADD WS-STUDENT-CREDIT-POSTED TO WS-TOTAL-CREDITS
005420         ADD WS-STUDENT-FEES-POSTED TO WS-TOTAL-FEES
005430         PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT
005440     ELSE
005450         ADD 1 TO WS-STUDENTS-UNCHANGED
005460     END-IF
005470 3500-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510* 3600-SCAN-STUDENT-LEDGER - READ EVERY POSTING UNDER THE
005520* STUDENT.  TUITION CHARGED LESS TUITION CREDITED FOR THE TERM
005530* IS WHAT THE STUDENT HAS BEEN BILLED FOR TUITION SO FAR, ANY
005540* FLAT FEE FOR THE TERM MEANS THE FEES ARE DONE, AND THE LAST
005550* POSTING READ CARRIES THE HIGHEST SEQUENCE NUMBER IN USE.
005560*****************************************************************
005570 3600-SCAN-STUDENT-LEDGER.
005580     MOVE ZERO TO WS-NET-TUITION-BILLED
005590     MOVE ZERO TO WS-LAST-SEQ-NO
005600     MOVE "N" TO WS-FEES-BILLED-SWITCH
005610     MOVE "N" TO WS-LEDGER-EOF-SWITCH
005620     MOVE WS-CUR-STUDENT-ID TO LEDG-STUDENT-ID
005630     MOVE ZERO TO LEDG-SEQ-NO
005640     START LEDGER-FILE KEY NOT < LEDG-KEY
005650         INVALID KEY
005660             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
005670     END-START
005680     PERFORM 3650-READ-STUDENT-POSTING THRU 3650-EXIT
005690         UNTIL WS-LEDGER-EOF
005700 3600-EXIT.
005710     EXIT.
005720
005730 3650-READ-STUDENT-POSTING.
005740     READ LEDGER-FILE NEXT RECORD
005750         AT END
005760             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
005770         NOT AT END
005780             IF LEDG-STUDENT-ID NOT = WS-CUR-STUDENT-ID
005790                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
005800             ELSE
005810                 MOVE LEDG-SEQ-NO TO WS-LAST-SEQ-NO
005820                 IF LEDG-TERM = WS-TERM-LINE
005830                     EVALUATE TRUE
005840                         WHEN LEDG-TUITION-CHARGE
005850                             ADD LEDG-AMOUNT
005860                                 TO WS-NET-TUITION-BILLED
005870                         WHEN LEDG-TUITION-CREDIT
005880                             SUBTRACT LEDG-AMOUNT
005890                                 FROM WS-NET-TUITION-BILLED
005900                         WHEN LEDG-FEE-CHARGE
005910                             MOVE "Y" TO WS-FEES-BILLED-SWITCH
005920                     END-EVALUATE
005930                 END-IF
005940             END-IF
005950     END-READ
005960 3650-EXIT.
005970     EXIT.
005980
005990*****************************************************************
006000* 3700-POST-ONE-FEE - ONE FLAT FEE OFF THE TERM'S SCHEDULE.
006010*****************************************************************
006020 3700-POST-ONE-FEE.
006030     MOVE "F" TO WS-POST-TRAN-TYPE
006040     MOVE FEE-FLAT-DESCRIPTION (WS-FEE-SUB) TO WS-POST-DESCRIPTION
006050     MOVE FEE-FLAT-AMOUNT (WS-FEE-SUB) TO WS-POST-AMOUNT
006060     MOVE FEE-DUE-DATE TO WS-POST-DUE-DATE
006070     PERFORM 3800-POST-LEDGER-ENTRY THRU 3800-EXIT
006080     IF WS-POSTED
006090         ADD WS-POST-AMOUNT TO WS-STUDENT-FEES-POSTED
006100     END-IF
006110 3700-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150* 3800-POST-LEDGER-ENTRY - WRITE THE POSTING IN WS-POSTING UNDER
006160* THE STUDENT'S NEXT SEQUENCE NUMBER, STAMPED WITH THE DATE, THE
006170* OPERATOR AND THIS PROGRAM AS THE REFERENCE.
006180*****************************************************************
006190 3800-POST-LEDGER-ENTRY.
006200     MOVE "N" TO WS-POSTED-SWITCH
006210     IF WS-LAST-SEQ-NO = 99999
006220         DISPLAY "*** STUDENT " WS-CUR-STUDENT-ID
006230             " HAS NO LEDGER SEQUENCE NUMBERS LEFT ***"
006240         ADD 1 TO WS-POSTINGS-FAILED
006250     ELSE
006260         MOVE SPACES TO LEDG-REC
006270         MOVE WS-CUR-STUDENT-ID TO LEDG-STUDENT-ID
006280         COMPUTE LEDG-SEQ-NO = WS-LAST-SEQ-NO + 1
006290         MOVE WS-TERM-LINE TO LEDG-TERM
006300         MOVE WS-POST-TRAN-TYPE TO LEDG-TRAN-TYPE
006310         MOVE WS-POST-DESCRIPTION TO LEDG-DESCRIPTION
006320         MOVE WS-POST-AMOUNT TO LEDG-AMOUNT
006330         ACCEPT LEDG-POST-DATE FROM DATE YYYYMMDD
006340         MOVE WS-POST-DUE-DATE TO LEDG-DUE-DATE
006350         MOVE "BILLRUN" TO LEDG-REFERENCE
006360         MOVE WS-OPERATOR-ID TO LEDG-POSTED-BY
006370         WRITE LEDG-REC
006380             INVALID KEY
006390                 DISPLAY "*** LEDGER POSTING FOR STUDENT "
006400                     WS-CUR-STUDENT-ID " COULD NOT BE WRITTEN ***"
006410                 ADD 1 TO WS-POSTINGS-FAILED
006420             NOT INVALID KEY
006430                 MOVE LEDG-SEQ-NO TO WS-LAST-SEQ-NO
006440                 MOVE "Y" TO WS-POSTED-SWITCH
006450                 ADD 1 TO WS-POSTINGS-WRITTEN
006460         END-WRITE
006470     END-IF
006480 3800-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520* 3900-PRINT-DETAIL - ONE STUDENT ON THE REGISTER, NAMED OFF
006530* STUDENTS.DAT.
006540*****************************************************************
006550 3900-PRINT-DETAIL.
006560     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006570         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
006580         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
006590     END-IF
006600
006610     MOVE WS-CUR-STUDENT-ID TO DATA-ID
006620     READ STUDENT-FILE
006630         INVALID KEY
006640             MOVE "* NOT ON STUDENTS.DAT *" TO DTL-STUDENT-NAME
006650             MOVE SPACES TO DTL-STUDENT-INITIALS
006660         NOT INVALID KEY
006670             MOVE STUDENT-NAME OF DATA-REC TO DTL-STUDENT-NAME
006680             MOVE STUDENT-INITIALS OF DATA-REC
006690                 TO DTL-STUDENT-INITIALS
006700     END-READ
006710     MOVE WS-CUR-STUDENT-ID         TO DTL-STUDENT-ID
006720     MOVE WS-STUDENT-HOURS          TO DTL-HOURS
006730     MOVE WS-STUDENT-TUITION-POSTED TO DTL-TUITION
006740     MOVE WS-STUDENT-CREDIT-POSTED  TO DTL-CREDITED
006750     MOVE WS-STUDENT-FEES-POSTED    TO DTL-FEES
006760     WRITE PRINT-LINE FROM DETAIL-LINE
006770         AFTER ADVANCING 1 LINE
006780     ADD 1 TO WS-LINE-COUNT
006790 3900-EXIT.
006800     EXIT.
006810
006820*****************************************************************
006830* 4000-PRINT-HEADINGS
006840*****************************************************************
006850 4000-PRINT-HEADINGS.
006860     ADD 1 TO WS-PAGE-NO
006870     MOVE WS-PAGE-NO TO HDG-PAGE-NO
006880     MOVE WS-TERM-LINE TO HDG-TERM
006890     MOVE WS-TERM-DESCRIPTION TO HDG-TERM-DESCRIPTION
006900     IF WS-PAGE-NO = 1
006910         WRITE PRINT-LINE FROM HDG-LINE-1
006920     ELSE
006930         WRITE PRINT-LINE FROM HDG-LINE-1
006940             AFTER ADVANCING PAGE
006950     END-IF
006960     WRITE PRINT-LINE FROM HDG-LINE-2
006970         AFTER ADVANCING 2 LINES
006980     MOVE 3 TO WS-LINE-COUNT
006990 4000-EXIT.
007000     EXIT.
007010
007020*****************************************************************
007030* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
007040* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
007050*****************************************************************
007060 4500-PRINT-FOOTER.
007070     MOVE WS-PAGE-NO TO FTR-PAGE-NO
007080     WRITE PRINT-LINE FROM FTR-LINE
007090         AFTER ADVANCING 2 LINES
007100 4500-EXIT.
007110     EXIT.
007120
007130*****************************************************************
007140* 6000-PRINT-FINAL-PAGE - RUN TOTALS.
007150*****************************************************************
007160 6000-PRINT-FINAL-PAGE.
007170     MOVE WS-STUDENTS-SEEN      TO TOT-SEEN-OUT
007180     MOVE WS-STUDENTS-BILLED    TO TOT-BILLED-OUT
007190     MOVE WS-STUDENTS-UNCHANGED TO TOT-UNCHANGED-OUT
007200     MOVE WS-TOTAL-TUITION      TO TOT-TUITION-OUT
007210     MOVE WS-TOTAL-CREDITS      TO TOT-CREDITS-OUT
007220     MOVE WS-TOTAL-FEES         TO TOT-FEES-OUT
007230     MOVE WS-NO-COURSE-COUNT    TO TOT-NO-COURSE-OUT
007240     MOVE WS-POSTINGS-FAILED    TO TOT-FAILED-OUT
007250     ADD 1 TO WS-PAGE-NO
007260     MOVE WS-PAGE-NO TO HDG-PAGE-NO
007270     WRITE PRINT-LINE FROM HDG-LINE-1
007280         AFTER ADVANCING PAGE
007290     WRITE PRINT-LINE FROM TOTAL-LINE-1
007300         AFTER ADVANCING 2 LINES
007310     WRITE PRINT-LINE FROM TOTAL-LINE-2
007320         AFTER ADVANCING 1 LINE
007330     WRITE PRINT-LINE FROM TOTAL-LINE-3
007340         AFTER ADVANCING 1 LINE
007350     WRITE PRINT-LINE FROM TOTAL-LINE-4
007360         AFTER ADVANCING 2 LINES
007370     WRITE PRINT-LINE FROM TOTAL-LINE-5
007380         AFTER ADVANCING 1 LINE
007390     WRITE PRINT-LINE FROM TOTAL-LINE-6
007400         AFTER ADVANCING 1 LINE
007410     WRITE PRINT-LINE FROM TOTAL-LINE-7
007420         AFTER ADVANCING 2 LINES
007430     WRITE PRINT-LINE FROM TOTAL-LINE-8
007440         AFTER ADVANCING 1 LINE
007450 6000-EXIT.
007460     EXIT.
007470
007480*****************************************************************
007490* 8000-TERMINATE
007500*****************************************************************
007510 8000-TERMINATE.
007520     IF NOT WS-ABORT
007530         CLOSE FEE-FILE
007540         CLOSE ENROLL-FILE
007550         CLOSE COURSE-FILE
007560         CLOSE STUDENT-FILE
007570         CLOSE LEDGER-FILE
007580         CLOSE PRINT-FILE
007590         DISPLAY "BILLRUN COMPLETE - " WS-STUDENTS-BILLED
007600             " STUDENT(S) BILLED, " WS-POSTINGS-WRITTEN
007610             " POSTING(S) - REGISTER ON BILLRPT.DAT"
007620     END-IF
007630 8000-EXIT.
007640     EXIT.
