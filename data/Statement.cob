000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  STMTPRINT.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* STUDENT ACCOUNT STATEMENTS.  PRINTS, TO STMTRPT.DAT, EVERY
000090* POSTING ON THE STUDENT ACCOUNT LEDGER, LEDGER.DAT (SEE
000100* LEDGREC.CPY), FOR A STUDENT - CHARGES FROM BILLRUN, DROP
000110* REFUNDS FROM ENROLLDROP AND PAYMENTS FROM PAYPOST - IN THE
000120* ORDER THEY WERE POSTED, WITH A RUNNING BALANCE AND THE BALANCE
000130* DUE AT THE FOOT.  EACH STATEMENT STARTS ON A NEW PAGE.
000140*
000150* KEYING A STUDENT ID PRINTS THAT ONE STUDENT'S STATEMENT,
000160* WHATEVER THE BALANCE.  KEYING NOTHING PRINTS A STATEMENT FOR
000170* EVERY STUDENT ON THE LEDGER WHOSE BALANCE IS NOT ZERO - A
000180* STUDENT WHO OWES, OR WHO IS OWED A CREDIT.
000190*
000200* A STUDENT NO LONGER ON STUDENTS.DAT STILL GETS A STATEMENT -
000210* THE NAME JUST PRINTS AS NOT ON FILE.
000220*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   ---------- ----  ------------------------------------------
000260*   2026-10-15 JMS   ORIGINAL PROGRAM.
000270*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LEDG-KEY
000360         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000370
000380     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS DATA-ID
000420         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000430             WITH DUPLICATES
000440         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000450
000460     SELECT PRINT-FILE ASSIGN TO "STMTRPT.DAT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-PRINT-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  LEDGER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY LEDGREC.
000550
000560 FD  STUDENT-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 COPY STUDREC.
000590
000600 FD  PRINT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  PRINT-LINE                      PIC X(132).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-SWITCHES.
000660     05  WS-LEDGER-FILE-STATUS       PIC X(02).
000670         88  WS-LEDGER-FILE-NOT-FOUND VALUE "35".
000680     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000690         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
000700     05  WS-PRINT-FILE-STATUS        PIC X(02).
000710     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000720         88  WS-ABORT                VALUE "Y".
000730     05  WS-ONE-STUDENT-SWITCH       PIC X(01) VALUE "N".
000740         88  WS-ONE-STUDENT          VALUE "Y".
000750     05  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE "N".
000760         88  WS-LEDGER-EOF           VALUE "Y".
000770     05  WS-STUDENT-DONE-SWITCH      PIC X(01) VALUE "N".
000780         88  WS-STUDENT-DONE         VALUE "Y".
000790     05  WS-ON-STUDENTS-SWITCH       PIC X(01) VALUE "N".
000800         88  WS-ON-STUDENTS          VALUE "Y".
000810
000820 01  WS-STUDENT-ID-LINE              PIC X(12).
000830 01  WS-TODAY                        PIC 9(08).
000840
000850*****************************************************************
000860* THE STUDENT WHOSE POSTINGS ARE BEING READ, AND THEIR FIGURES.
000870*****************************************************************
000880 01  WS-STUDENT-FIGURES.
000890     05  WS-CUR-STUDENT-ID           PIC 9(12).
000900     05  WS-POSTING-COUNT            PIC 9(05) COMP.
000910     05  WS-TOTAL-CHARGES            PIC 9(07)V99.
000920     05  WS-TOTAL-CREDITS            PIC 9(07)V99.
000930     05  WS-BALANCE                  PIC S9(07)V99.
000940     05  WS-RUNNING-BALANCE          PIC S9(07)V99.
000950
000960 01  WS-COUNTERS.
000970     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
000980     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
000990     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001000     05  WS-STUDENTS-READ            PIC 9(05) COMP VALUE ZERO.
001010     05  WS-STATEMENTS-PRINTED       PIC 9(05) COMP VALUE ZERO.
001020     05  WS-ZERO-BALANCE-COUNT       PIC 9(05) COMP VALUE ZERO.
001030
001040 01  WS-RUN-TOTALS.
001050     05  WS-TOTAL-DUE                PIC 9(09)V99 VALUE ZERO.
001060     05  WS-TOTAL-CREDIT-BALANCES    PIC 9(09)V99 VALUE ZERO.
001070
001080 01  HDG-LINE-1.
001090     05  FILLER                      PIC X(40)
001100         VALUE "STUDENT ACCOUNT STATEMENT".
001110     05  FILLER                      PIC X(05) VALUE "PAGE".
001120     05  HDG-PAGE-NO                 PIC ZZZ9.
001130     05  FILLER                      PIC X(06) VALUE SPACES.
001140     05  FILLER                      PIC X(16)
001150         VALUE "STATEMENT DATE".
001160     05  HDG-TODAY                   PIC 9(08).
001170
001180 01  STUDENT-LINE.
001190     05  FILLER                      PIC X(08) VALUE "STUDENT".
001200     05  STL-STUDENT-ID              PIC Z(11)9.
001210     05  FILLER                      PIC X(02) VALUE SPACES.
001220     05  STL-STUDENT-NAME            PIC X(22).
001230     05  FILLER                      PIC X(01) VALUE SPACES.
001240     05  STL-STUDENT-INITIALS        PIC X(03).
001250
001260 01  COL-HDG-LINE.
001270     05  FILLER              PIC X(10) VALUE "POSTED".
001280     05  FILLER              PIC X(07) VALUE "TERM".
001290     05  FILLER              PIC X(22) VALUE "DESCRIPTION".
001300     05  FILLER              PIC X(08) VALUE "COURSE".
001310     05  FILLER              PIC X(12) VALUE "REFERENCE".
001320     05  FILLER              PIC X(10) VALUE "DUE".
001330     05  FILLER              PIC X(14) VALUE "     CHARGES".
001340     05  FILLER              PIC X(14) VALUE "     CREDITS".
001350     05  FILLER              PIC X(14) VALUE "     BALANCE".
001360
001370 01  DETAIL-LINE.
001380     05  DTL-POST-DATE               PIC 9(08).
001390     05  FILLER                      PIC X(02) VALUE SPACES.
001400     05  DTL-TERM                    PIC X(05).
001410     05  FILLER                      PIC X(02) VALUE SPACES.
001420     05  DTL-DESCRIPTION             PIC X(20).
001430     05  FILLER                      PIC X(02) VALUE SPACES.
001440     05  DTL-COURSE-CODE             PIC X(04).
001450     05  FILLER                      PIC X(04) VALUE SPACES.
001460     05  DTL-REFERENCE               PIC X(10).
001470     05  FILLER                      PIC X(02) VALUE SPACES.
001480     05  DTL-DUE-DATE                PIC X(08).
001490     05  FILLER                      PIC X(02) VALUE SPACES.
001500     05  DTL-CHARGE                  PIC Z,ZZZ,ZZ9.99BB.
001510     05  DTL-CREDIT                  PIC Z,ZZZ,ZZ9.99BB.
001520     05  DTL-BALANCE                 PIC Z,ZZZ,ZZ9.99-.
001530
001540 01  STMT-TOTAL-LINE.
001550     05  FILLER                      PIC X(53) VALUE SPACES.
001560     05  FILLER                      PIC X(14) VALUE "TOTALS".
001570     05  STT-CHARGES                 PIC Z,ZZZ,ZZ9.99BB.
001580     05  STT-CREDITS                 PIC Z,ZZZ,ZZ9.99BB.
001590
001600 01  BALANCE-DUE-LINE.
001610     05  FILLER                      PIC X(53) VALUE SPACES.
001620     05  BDL-CAPTION                 PIC X(42).
001630     05  BDL-BALANCE                 PIC Z,ZZZ,ZZ9.99.
001640
001650 01  NO-ACCOUNT-LINE.
001660     05  FILLER                      PIC X(40)
001670         VALUE "*** NO POSTINGS ON LEDGER.DAT ***".
001680
001690 01  TOTAL-LINE-1.
001700     05  FILLER                      PIC X(28)
001710         VALUE "STUDENTS ON THE LEDGER: ".
001720     05  TOT-READ-OUT                PIC ZZ,ZZ9.
001730
001740 01  TOTAL-LINE-2.
001750     05  FILLER                      PIC X(28)
001760         VALUE "STATEMENTS PRINTED: ".
001770     05  TOT-PRINTED-OUT             PIC ZZ,ZZ9.
001780
001790 01  TOTAL-LINE-3.
001800     05  FILLER                      PIC X(28)
001810         VALUE "ZERO BALANCE, NOT PRINTED: ".
001820     05  TOT-ZERO-OUT                PIC ZZ,ZZ9.
001830
001840 01  TOTAL-LINE-4.
001850     05  FILLER                      PIC X(28)
001860         VALUE "TOTAL BALANCES DUE: ".
001870     05  TOT-DUE-OUT                 PIC ZZZ,ZZZ,ZZ9.99.
001880
001890 01  TOTAL-LINE-5.
001900     05  FILLER                      PIC X(28)
001910         VALUE "TOTAL CREDIT BALANCES: ".
001920     05  TOT-CREDIT-OUT              PIC ZZZ,ZZZ,ZZ9.99.
001930
001940 01  FTR-LINE.
001950     05  FILLER                      PIC X(12)
001960                                     VALUE "END OF PAGE".
001970     05  FTR-PAGE-NO                 PIC ZZZ9.
001980
001990 PROCEDURE DIVISION.
002000*****************************************************************
002010* 0000-MAINLINE
002020*****************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050
002060     IF NOT WS-ABORT
002070         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
002080     END-IF
002090     IF NOT WS-ABORT
002100         PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
002110         IF WS-PAGE-NO > ZERO
002120             PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
002130         END-IF
002140         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
002150     END-IF
002160
002170     PERFORM 8000-TERMINATE THRU 8000-EXIT
002180     STOP RUN.
002190
002200*****************************************************************
002210* 1000-INITIALIZE - ONE STUDENT OR EVERY STUDENT WITH A BALANCE.
002220*****************************************************************
002230 1000-INITIALIZE.
002240     DISPLAY "STMTPRINT - STUDENT ACCOUNT STATEMENTS."
002250     DISPLAY "ENTER STUDENT ID FOR ONE STATEMENT, OR NOTHING "
002260         "FOR EVERY STUDENT WITH A BALANCE"
002270     MOVE SPACES TO WS-STUDENT-ID-LINE
002280     ACCEPT WS-STUDENT-ID-LINE
002290     IF WS-STUDENT-ID-LINE NOT = SPACES
002300         IF WS-STUDENT-ID-LINE NOT NUMERIC
002310             DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
002320             MOVE "Y" TO WS-ABORT-SWITCH
002330         ELSE
002340             MOVE "Y" TO WS-ONE-STUDENT-SWITCH
002350         END-IF
002360     END-IF
002370     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002380     MOVE WS-TODAY TO HDG-TODAY
002390 1000-EXIT.
002400     EXIT.
002410
002420*****************************************************************
002430* 2000-OPEN-FILES - THE LEDGER AND THE STUDENT MASTER ARE BOTH
002440* REQUIRED.
002450*****************************************************************
002460 2000-OPEN-FILES.
002470     OPEN INPUT LEDGER-FILE
002480     IF WS-LEDGER-FILE-NOT-FOUND
002490         DISPLAY "*** LEDGER.DAT NOT FOUND - "
002500             "RUN BILLRUN FIRST ***"
002510         MOVE "Y" TO WS-ABORT-SWITCH
002520     ELSE
002530         OPEN INPUT STUDENT-FILE
002540         IF WS-STUDENT-FILE-NOT-FOUND
002550             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
002560                 "RUN STUDENTWRITER FIRST ***"
002570             MOVE "Y" TO WS-ABORT-SWITCH
002580             CLOSE LEDGER-FILE
002590         ELSE
002600             OPEN OUTPUT PRINT-FILE
002610         END-IF
002620     END-IF
002630 2000-EXIT.
002640     EXIT.
002650
002660*****************************************************************
002670* 3000-PRINT-STATEMENTS - THE ONE STUDENT KEYED, OR EVERY
002680* STUDENT ON THE LEDGER IN STUDENT ID ORDER.  EACH STUDENT'S
002690* POSTINGS ARE READ TWICE - ONCE FOR THE BALANCE, TO DECIDE
002700* WHETHER A STATEMENT IS NEEDED, AND AGAIN TO PRINT IT.
002710*****************************************************************
002720 3000-PRINT-STATEMENTS.
002730     IF WS-ONE-STUDENT
002740         MOVE WS-STUDENT-ID-LINE TO WS-CUR-STUDENT-ID
002750         ADD 1 TO WS-STUDENTS-READ
002760         PERFORM 3100-TOTAL-STUDENT THRU 3100-EXIT
002770         PERFORM 3300-PRINT-STATEMENT THRU 3300-EXIT
002780     ELSE
002790         MOVE ZERO TO LEDG-STUDENT-ID
002800         MOVE ZERO TO LEDG-SEQ-NO
002810         START LEDGER-FILE KEY NOT < LEDG-KEY
002820             INVALID KEY
002830                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
002840         END-START
002850         PERFORM 3050-READ-NEXT-STUDENT THRU 3050-EXIT
002860         PERFORM 3070-STATEMENT-FOR-STUDENT THRU 3070-EXIT
002870             UNTIL WS-LEDGER-EOF
002880     END-IF
002890 3000-EXIT.
002900     EXIT.
002910
002920*****************************************************************
002930* 3050-READ-NEXT-STUDENT - THE FIRST POSTING OF THE NEXT STUDENT
002940* ON THE LEDGER, FROM WHEREVER THE FILE WAS LAST STARTED.
002950*****************************************************************
002960 3050-READ-NEXT-STUDENT.
002970     IF NOT WS-LEDGER-EOF
002980         READ LEDGER-FILE NEXT RECORD
002990             AT END
003000                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
003010             NOT AT END
003020                 MOVE LEDG-STUDENT-ID TO WS-CUR-STUDENT-ID
003030         END-READ
003040     END-IF
003050 3050-EXIT.
003060     EXIT.
003070
003080*****************************************************************
003090* 3070-STATEMENT-FOR-STUDENT - PRINT THE STUDENT'S STATEMENT IF
003100* THE BALANCE IS NOT ZERO, THEN SKIP PAST THE LAST SEQUENCE
003110* NUMBER THE STUDENT COULD HAVE TO THE NEXT STUDENT.
003120*****************************************************************
003130 3070-STATEMENT-FOR-STUDENT.
003140     ADD 1 TO WS-STUDENTS-READ
003150     PERFORM 3100-TOTAL-STUDENT THRU 3100-EXIT
003160     IF WS-BALANCE = ZERO
003170         ADD 1 TO WS-ZERO-BALANCE-COUNT
003180     ELSE
003190         PERFORM 3300-PRINT-STATEMENT THRU 3300-EXIT
003200     END-IF
003210
003220     MOVE WS-CUR-STUDENT-ID TO LEDG-STUDENT-ID
003230     MOVE 99999 TO LEDG-SEQ-NO
003240     START LEDGER-FILE KEY > LEDG-KEY
003250         INVALID KEY
003260             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
003270     END-START
003280     PERFORM 3050-READ-NEXT-STUDENT THRU 3050-EXIT
003290 3070-EXIT.
003300     EXIT.
003310
003320*****************************************************************
003330* 3100-TOTAL-STUDENT - CHARGES, CREDITS AND BALANCE FOR THE
003340* CURRENT STUDENT.
003350*****************************************************************
003360 3100-TOTAL-STUDENT.
003370     MOVE ZERO TO WS-POSTING-COUNT
003380     MOVE ZERO TO WS-TOTAL-CHARGES
003390     MOVE ZERO TO WS-TOTAL-CREDITS
003400     PERFORM 3200-START-STUDENT THRU 3200-EXIT
003410     PERFORM 3150-ADD-POSTING THRU 3150-EXIT
003420         UNTIL WS-STUDENT-DONE
003430     COMPUTE WS-BALANCE = WS-TOTAL-CHARGES - WS-TOTAL-CREDITS
003440 3100-EXIT.
003450     EXIT.
003460
003470 3150-ADD-POSTING.
003480     PERFORM 3250-READ-STUDENT-POSTING THRU 3250-EXIT
003490     IF NOT WS-STUDENT-DONE
003500         ADD 1 TO WS-POSTING-COUNT
003510         IF LEDG-DEBIT
003520             ADD LEDG-AMOUNT TO WS-TOTAL-CHARGES
003530         ELSE
003540             ADD LEDG-AMOUNT TO WS-TOTAL-CREDITS
003550         END-IF
003560     END-IF
003570 3150-EXIT.
003580     EXIT.
003590
003600*****************************************************************
003610* 3200-START-STUDENT - POSITION THE LEDGER AT THE CURRENT
003620* STUDENT'S FIRST POSTING.
003630*****************************************************************
003640 3200-START-STUDENT.
003650     MOVE "N" TO WS-STUDENT-DONE-SWITCH
003660     MOVE WS-CUR-STUDENT-ID TO LEDG-STUDENT-ID
003670     MOVE ZERO TO LEDG-SEQ-NO
003680     START LEDGER-FILE KEY NOT < LEDG-KEY
003690         INVALID KEY
003700             MOVE "Y" TO WS-STUDENT-DONE-SWITCH
003710     END-START
003720 3200-EXIT.
003730     EXIT.
003740
003750 3250-READ-STUDENT-POSTING.
003760     READ LEDGER-FILE NEXT RECORD
003770         AT END
003780             MOVE "Y" TO WS-STUDENT-DONE-SWITCH
003790         NOT AT END
003800             IF LEDG-STUDENT-ID NOT = WS-CUR-STUDENT-ID
003810                 MOVE "Y" TO WS-STUDENT-DONE-SWITCH
003820             END-IF
003830     END-READ
003840 3250-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* 3300-PRINT-STATEMENT - ONE STUDENT'S STATEMENT, FROM A NEW
003890* PAGE.  A STUDENT KEYED WHO HAS NO POSTINGS GETS A ONE-LINE
003900* NOTE INSTEAD.
003910*****************************************************************
003920 3300-PRINT-STATEMENT.
003930     MOVE WS-CUR-STUDENT-ID TO DATA-ID
003940     READ STUDENT-FILE
003950         INVALID KEY
003960             MOVE "N" TO WS-ON-STUDENTS-SWITCH
003970         NOT INVALID KEY
003980             MOVE "Y" TO WS-ON-STUDENTS-SWITCH
003990     END-READ
004000
004010     IF WS-PAGE-NO > ZERO
004020         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
004030     END-IF
004040     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
004050
004060     IF WS-POSTING-COUNT = ZERO
004070         WRITE PRINT-LINE FROM NO-ACCOUNT-LINE
004080             AFTER ADVANCING 2 LINES
004090         ADD 2 TO WS-LINE-COUNT
004100     ELSE
004110         ADD 1 TO WS-STATEMENTS-PRINTED
004120         MOVE ZERO TO WS-RUNNING-BALANCE
004130         PERFORM 3200-START-STUDENT THRU 3200-EXIT
004140         PERFORM 3350-PRINT-POSTING THRU 3350-EXIT
004150             UNTIL WS-STUDENT-DONE
004160         PERFORM 3500-PRINT-BALANCE-DUE THRU 3500-EXIT
004170     END-IF
004180 3300-EXIT.
004190     EXIT.
004200
004210*****************************************************************
004220* 3350-PRINT-POSTING - ONE LEDGER LINE AND THE RUNNING BALANCE.
004230* A CREDIT HAS NO DUE DATE.
004240*****************************************************************
004250 3350-PRINT-POSTING.
004260     PERFORM 3250-READ-STUDENT-POSTING THRU 3250-EXIT
004270     IF NOT WS-STUDENT-DONE
004280         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004290             PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
004300             PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
004310         END-IF
004320         MOVE LEDG-POST-DATE   TO DTL-POST-DATE
004330         MOVE LEDG-TERM        TO DTL-TERM
004340         MOVE LEDG-DESCRIPTION TO DTL-DESCRIPTION
004350         MOVE LEDG-COURSE-CODE TO DTL-COURSE-CODE
004360         MOVE LEDG-REFERENCE   TO DTL-REFERENCE
004370         IF LEDG-DEBIT
004380             ADD LEDG-AMOUNT TO WS-RUNNING-BALANCE
004390             MOVE LEDG-DUE-DATE TO DTL-DUE-DATE
004400             MOVE LEDG-AMOUNT TO DTL-CHARGE
004410             MOVE ZERO TO DTL-CREDIT
004420         ELSE
004430             SUBTRACT LEDG-AMOUNT FROM WS-RUNNING-BALANCE
004440             MOVE SPACES TO DTL-DUE-DATE
004450             MOVE ZERO TO DTL-CHARGE
004460             MOVE LEDG-AMOUNT TO DTL-CREDIT
004470         END-IF
004480         MOVE WS-RUNNING-BALANCE TO DTL-BALANCE
004490         WRITE PRINT-LINE FROM DETAIL-LINE
004500             AFTER ADVANCING 1 LINE
004510         ADD 1 TO WS-LINE-COUNT
004520     END-IF
004530 3350-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570* 3500-PRINT-BALANCE-DUE - TOTALS UNDER THE POSTINGS, THEN THE
004580* BALANCE DUE, OR THE CREDIT BALANCE IF THE STUDENT HAS PAID OR
004590* BEEN REFUNDED MORE THAN THEY WERE CHARGED.
004600*****************************************************************
004610 3500-PRINT-BALANCE-DUE.
004620     IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
004630         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
004640         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
004650     END-IF
004660
004670     MOVE WS-TOTAL-CHARGES TO STT-CHARGES
004680     MOVE WS-TOTAL-CREDITS TO STT-CREDITS
004690     WRITE PRINT-LINE FROM STMT-TOTAL-LINE
004700         AFTER ADVANCING 2 LINES
004710
004720     IF WS-BALANCE < ZERO
004730         MOVE "CREDIT BALANCE - NOTHING DUE"
004740             TO BDL-CAPTION
004750         MOVE WS-BALANCE TO BDL-BALANCE
004760         SUBTRACT WS-BALANCE FROM WS-TOTAL-CREDIT-BALANCES
004770     ELSE
004780         MOVE "BALANCE DUE" TO BDL-CAPTION
004790         MOVE WS-BALANCE TO BDL-BALANCE
004800         ADD WS-BALANCE TO WS-TOTAL-DUE
004810     END-IF
004820     WRITE PRINT-LINE FROM BALANCE-DUE-LINE
004830         AFTER ADVANCING 2 LINES
004840     ADD 4 TO WS-LINE-COUNT
004850 3500-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890* 4000-PRINT-HEADINGS - EVERY PAGE OF A STATEMENT CARRIES THE
004900* STUDENT, SO A LONG STATEMENT STILL READS ON ITS OWN.
004910*****************************************************************
004920 4000-PRINT-HEADINGS.
004930     ADD 1 TO WS-PAGE-NO
004940     MOVE WS-PAGE-NO TO HDG-PAGE-NO
004950     IF WS-PAGE-NO = 1
004960         WRITE PRINT-LINE FROM HDG-LINE-1
004970     ELSE
004980         WRITE PRINT-LINE FROM HDG-LINE-1
004990             AFTER ADVANCING PAGE
005000     END-IF
005010
005020     MOVE WS-CUR-STUDENT-ID TO STL-STUDENT-ID
005030     IF WS-ON-STUDENTS
005040         MOVE STUDENT-NAME OF DATA-REC     TO STL-STUDENT-NAME
005050         MOVE STUDENT-INITIALS OF DATA-REC TO STL-STUDENT-INITIALS
005060     ELSE
005070         MOVE "NOT ON STUDENTS.DAT" TO STL-STUDENT-NAME
005080         MOVE SPACES TO STL-STUDENT-INITIALS
005090     END-IF
005100     WRITE PRINT-LINE FROM STUDENT-LINE
005110         AFTER ADVANCING 2 LINES
005120     WRITE PRINT-LINE FROM COL-HDG-LINE
005130         AFTER ADVANCING 2 LINES
005140     MOVE 5 TO WS-LINE-COUNT
005150 4000-EXIT.
005160     EXIT.
005170
005180*****************************************************************
005190* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
005200* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
005210*****************************************************************
005220 4500-PRINT-FOOTER.
005230     MOVE WS-PAGE-NO TO FTR-PAGE-NO
005240     WRITE PRINT-LINE FROM FTR-LINE
005250         AFTER ADVANCING 2 LINES
005260 4500-EXIT.
005270     EXIT.
005280
005290*****************************************************************
005300* 6000-PRINT-FINAL-PAGE - RUN TOTALS.
005310*****************************************************************
005320 6000-PRINT-FINAL-PAGE.
005330     MOVE WS-STUDENTS-READ         TO TOT-READ-OUT
005340     MOVE WS-STATEMENTS-PRINTED    TO TOT-PRINTED-OUT
005350     MOVE WS-ZERO-BALANCE-COUNT    TO TOT-ZERO-OUT
005360     MOVE WS-TOTAL-DUE             TO TOT-DUE-OUT
005370     MOVE WS-TOTAL-CREDIT-BALANCES TO TOT-CREDIT-OUT
005380     ADD 1 TO WS-PAGE-NO
005390     MOVE WS-PAGE-NO TO HDG-PAGE-NO
005400     IF WS-PAGE-NO = 1
005410         WRITE PRINT-LINE FROM HDG-LINE-1
005420     ELSE
005430         WRITE PRINT-LINE FROM HDG-LINE-1
005440             AFTER ADVANCING PAGE
005450     END-IF
005460     WRITE PRINT-LINE FROM TOTAL-LINE-1
005470         AFTER ADVANCING 2 LINES
005480     WRITE PRINT-LINE FROM TOTAL-LINE-2
005490         AFTER ADVANCING 1 LINE
005500     WRITE PRINT-LINE FROM TOTAL-LINE-3
005510         AFTER ADVANCING 1 LINE
005520     WRITE PRINT-LINE FROM TOTAL-LINE-4
005530         AFTER ADVANCING 2 LINES
005540     WRITE PRINT-LINE FROM TOTAL-LINE-5
005550         AFTER ADVANCING 1 LINE
005560 6000-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600* 8000-TERMINATE
005610*****************************************************************
005620 8000-TERMINATE.
005630     IF NOT WS-ABORT
005640         CLOSE LEDGER-FILE
005650         CLOSE STUDENT-FILE
005660         CLOSE PRINT-FILE
005670         DISPLAY "STMTPRINT COMPLETE - " WS-STATEMENTS-PRINTED
005680             " STATEMENT(S) PRINTED TO STMTRPT.DAT"
005690     END-IF
005700 8000-EXIT.
005710     EXIT.
