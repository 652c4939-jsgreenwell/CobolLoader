000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  PASTDUE.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* AGED PAST-DUE LIST.  READS THE STUDENT ACCOUNT LEDGER,
000090* LEDGER.DAT (SEE LEDGREC.CPY), AND PRINTS TO PASTRPT.DAT EVERY
000100* STUDENT WITH ANY CHARGE STILL UNPAID AFTER ITS DUE DATE, AGED
000110* AS OF TODAY INTO CURRENT, 1-30, 31-60, 61-90 AND OVER 90 DAYS
000120* PAST DUE.
000130*
000140* A STUDENT'S CREDITS - DROP REFUNDS AND PAYMENTS - ARE APPLIED
000150* TO THEIR CHARGES OLDEST FIRST, IN THE ORDER THE CHARGES WERE
000160* POSTED, SO WHAT IS LEFT UNPAID IS ALWAYS THE NEWEST CHARGES.
000170* EACH CHARGE LEFT UNPAID IS AGED BY THE DAYS FROM ITS DUE DATE
000180* (THE TERM'S DUE DATE ON FEESCHED.DAT WHEN BILLRUN POSTED IT)
000190* TO TODAY.
000200*
000210* EVERY STUDENT WITH AN UNPAID AMOUNT MORE THAN
000220* WS-NONPAY-DAYS PAST DUE IS ALSO LISTED ON NONPAY.DAT, THE
000230* NON-PAYMENT CANDIDATE LIST THE SUPERVISOR WORKS THROUGH WITH
000240* ENROLLDROP, DROP REASON N.  THIS PROGRAM ONLY REPORTS -
000250* NOTHING IS DROPPED HERE.
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
000360     SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS LEDG-KEY
000400         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000410
000420     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS DATA-ID
000460         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000490
000500     SELECT PRINT-FILE ASSIGN TO "PASTRPT.DAT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PRINT-FILE-STATUS.
000530
000540     SELECT CAND-FILE ASSIGN TO "NONPAY.DAT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CAND-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  LEDGER-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 COPY LEDGREC.
000630
000640 FD  STUDENT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 COPY STUDREC.
000670
000680 FD  PRINT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  PRINT-LINE                      PIC X(132).
000710
000720 FD  CAND-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  CAND-PRINT-LINE                 PIC X(132).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-SWITCHES.
000780     05  WS-LEDGER-FILE-STATUS       PIC X(02).
000790         88  WS-LEDGER-FILE-NOT-FOUND VALUE "35".
000800     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000810         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
000820     05  WS-PRINT-FILE-STATUS        PIC X(02).
000830     05  WS-CAND-FILE-STATUS         PIC X(02).
000840     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000850         88  WS-ABORT                VALUE "Y".
000860     05  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE "N".
000870         88  WS-LEDGER-EOF           VALUE "Y".
000880     05  WS-ON-STUDENTS-SWITCH       PIC X(01) VALUE "N".
000890         88  WS-ON-STUDENTS          VALUE "Y".
000900
000910*****************************************************************
000920* DAYS PAST DUE BEFORE A STUDENT IS LISTED FOR A NON-PAYMENT
000930* DROP.
000940*****************************************************************
000950 01  WS-NONPAY-DAYS                  PIC 9(03) COMP VALUE 30.
000960
000970*****************************************************************
000980* ONE ENTRY PER CHARGE ON THE STUDENT'S LEDGER, IN POSTING
000990* ORDER - THE AMOUNT STILL UNPAID ONCE THE STUDENT'S CREDITS ARE
001000* APPLIED, ITS DUE DATE AND ITS TERM.  A STUDENT WITH MORE
001010* CHARGES THAN THE TABLE HOLDS HAS THE EXCESS ADDED TO THE LAST
001020* ENTRY.
001030*****************************************************************
001040 01  WS-CHARGE-TABLE.
001050     05  WS-CHG-ENTRY OCCURS 100 TIMES.
001060         10  WS-CHG-UNPAID           PIC 9(07)V99.
001070         10  WS-CHG-DUE-DATE         PIC 9(08).
001080         10  WS-CHG-TERM             PIC X(05).
001090
001100 01  WS-CHG-MAX                      PIC 9(03) COMP VALUE 100.
001110
001120*****************************************************************
001130* ONE STUDENT'S WORKING FIGURES.
001140*****************************************************************
001150 01  WS-STUDENT-FIGURES.
001160     05  WS-CUR-STUDENT-ID           PIC 9(12).
001170     05  WS-CHG-COUNT                PIC 9(03) COMP.
001180     05  WS-CREDITS-LEFT             PIC 9(07)V99.
001190     05  WS-DAYS-PAST-DUE            PIC S9(07) COMP.
001200     05  WS-AGE-CURRENT              PIC 9(07)V99.
001210     05  WS-AGE-1-30                 PIC 9(07)V99.
001220     05  WS-AGE-31-60                PIC 9(07)V99.
001230     05  WS-AGE-61-90                PIC 9(07)V99.
001240     05  WS-AGE-OVER-90              PIC 9(07)V99.
001250     05  WS-PAST-DUE                 PIC 9(07)V99.
001260     05  WS-NONPAY-AMOUNT            PIC 9(07)V99.
001270     05  WS-BALANCE                  PIC 9(07)V99.
001280     05  WS-OLDEST-DUE-DATE          PIC 9(08).
001290     05  WS-OLDEST-TERM              PIC X(05).
001300
001310 01  WS-SUBSCRIPTS.
001320     05  WS-CHG-SUB                  PIC 9(03) COMP.
001330
001340*****************************************************************
001350* DAY NUMBER WORK AREA - A DATE TURNED INTO A COUNT OF DAYS SO
001360* TWO DATES CAN BE SUBTRACTED.  MARCH IS TAKEN AS THE FIRST
001370* MONTH OF THE YEAR SO FEBRUARY'S LEAP DAY FALLS AT THE END.
001380*****************************************************************
001390 01  WS-DAY-NUMBER-AREA.
001400     05  WS-DN-DATE                  PIC 9(08).
001410     05  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
001420         10  WS-DN-YEAR              PIC 9(04).
001430         10  WS-DN-MONTH             PIC 9(02).
001440         10  WS-DN-DAY               PIC 9(02).
001450     05  WS-DN-Y                     PIC 9(05) COMP.
001460     05  WS-DN-M                     PIC 9(03) COMP.
001470     05  WS-DN-Y4                    PIC 9(05) COMP.
001480     05  WS-DN-Y100                  PIC 9(05) COMP.
001490     05  WS-DN-Y400                  PIC 9(05) COMP.
001500     05  WS-DN-MDAYS                 PIC 9(05) COMP.
001510     05  WS-DN-DAYS                  PIC 9(07) COMP.
001520
001530 01  WS-TODAY                        PIC 9(08).
001540 01  WS-TODAY-DAYS                   PIC 9(07) COMP.
001550
001560 01  WS-COUNTERS.
001570     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
001580     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001590     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001600     05  WS-CAND-PAGE-NO             PIC 9(04) COMP VALUE ZERO.
001610     05  WS-CAND-LINE-COUNT          PIC 9(04) COMP VALUE ZERO.
001620     05  WS-STUDENTS-READ            PIC 9(05) COMP VALUE ZERO.
001630     05  WS-PAST-DUE-COUNT           PIC 9(05) COMP VALUE ZERO.
001640     05  WS-CANDIDATE-COUNT          PIC 9(05) COMP VALUE ZERO.
001650
001660 01  WS-RUN-TOTALS.
001670     05  WS-TOT-CURRENT              PIC 9(09)V99 VALUE ZERO.
001680     05  WS-TOT-1-30                 PIC 9(09)V99 VALUE ZERO.
001690     05  WS-TOT-31-60                PIC 9(09)V99 VALUE ZERO.
001700     05  WS-TOT-61-90                PIC 9(09)V99 VALUE ZERO.
001710     05  WS-TOT-OVER-90              PIC 9(09)V99 VALUE ZERO.
001720
001730 01  HDG-LINE-1.
001740     05  FILLER                      PIC X(40)
001750         VALUE "AGED PAST-DUE LIST".
001760     05  FILLER                      PIC X(05) VALUE "PAGE".
001770     05  HDG-PAGE-NO                 PIC ZZZ9.
001780     05  FILLER                      PIC X(06) VALUE SPACES.
001790     05  FILLER                      PIC X(07) VALUE "AS OF".
001800     05  HDG-TODAY                   PIC 9(08).
001810
001820 01  HDG-LINE-2.
001830     05  FILLER              PIC X(14) VALUE "STUDENT ID".
001840     05  FILLER              PIC X(27) VALUE "NAME".
001850     05  FILLER              PIC X(13) VALUE "      CURRENT".
001860     05  FILLER              PIC X(13) VALUE "    1-30 DAYS".
001870     05  FILLER              PIC X(13) VALUE "   31-60 DAYS".
001880     05  FILLER              PIC X(13) VALUE "   61-90 DAYS".
001890     05  FILLER              PIC X(13) VALUE "   OVER 90".
001900     05  FILLER              PIC X(14) VALUE "      BALANCE".
001910
001920 01  DETAIL-LINE.
001930     05  DTL-STUDENT-ID              PIC Z(11)9.
001940     05  FILLER                      PIC X(02) VALUE SPACES.
001950     05  DTL-STUDENT-NAME            PIC X(22).
001960     05  FILLER                      PIC X(01) VALUE SPACES.
001970     05  DTL-STUDENT-INITIALS        PIC X(03).
001980     05  FILLER                      PIC X(01) VALUE SPACES.
001990     05  DTL-CURRENT                 PIC Z,ZZZ,ZZ9.99.
002000     05  FILLER                      PIC X(01) VALUE SPACES.
002010     05  DTL-1-30                    PIC Z,ZZZ,ZZ9.99.
002020     05  FILLER                      PIC X(01) VALUE SPACES.
002030     05  DTL-31-60                   PIC Z,ZZZ,ZZ9.99.
002040     05  FILLER                      PIC X(01) VALUE SPACES.
002050     05  DTL-61-90                   PIC Z,ZZZ,ZZ9.99.
002060     05  FILLER                      PIC X(01) VALUE SPACES.
002070     05  DTL-OVER-90                 PIC Z,ZZZ,ZZ9.99.
002080     05  FILLER                      PIC X(02) VALUE SPACES.
002090     05  DTL-BALANCE                 PIC Z,ZZZ,ZZ9.99.
002100
002110 01  TOTAL-LINE-1.
002120     05  FILLER                      PIC X(28)
002130         VALUE "STUDENTS ON THE LEDGER: ".
002140     05  TOT-READ-OUT                PIC ZZ,ZZ9.
002150
002160 01  TOTAL-LINE-2.
002170     05  FILLER                      PIC X(28)
002180         VALUE "STUDENTS PAST DUE: ".
002190     05  TOT-PAST-DUE-OUT            PIC ZZ,ZZ9.
002200
002210 01  TOTAL-LINE-3.
002220     05  FILLER                      PIC X(28)
002230         VALUE "NON-PAYMENT CANDIDATES: ".
002240     05  TOT-CANDIDATES-OUT          PIC ZZ,ZZ9.
002250     05  FILLER                      PIC X(40)
002260         VALUE "  (LISTED ON NONPAY.DAT)".
002270
002280 01  TOTAL-LINE-4.
002290     05  FILLER                      PIC X(28)
002300         VALUE "CURRENT: ".
002310     05  TOT-CURRENT-OUT             PIC ZZZ,ZZZ,ZZ9.99.
002320
002330 01  TOTAL-LINE-5.
002340     05  FILLER                      PIC X(28)
002350         VALUE "1-30 DAYS PAST DUE: ".
002360     05  TOT-1-30-OUT                PIC ZZZ,ZZZ,ZZ9.99.
002370
002380 01  TOTAL-LINE-6.
002390     05  FILLER                      PIC X(28)
002400         VALUE "31-60 DAYS PAST DUE: ".
002410     05  TOT-31-60-OUT               PIC ZZZ,ZZZ,ZZ9.99.
002420
002430 01  TOTAL-LINE-7.
002440     05  FILLER                      PIC X(28)
002450         VALUE "61-90 DAYS PAST DUE: ".
002460     05  TOT-61-90-OUT               PIC ZZZ,ZZZ,ZZ9.99.
002470
002480 01  TOTAL-LINE-8.
002490     05  FILLER                      PIC X(28)
002500         VALUE "OVER 90 DAYS PAST DUE: ".
002510     05  TOT-OVER-90-OUT             PIC ZZZ,ZZZ,ZZ9.99.
002520
002530 01  FTR-LINE.
002540     05  FILLER                      PIC X(12)
002550                                     VALUE "END OF PAGE".
002560     05  FTR-PAGE-NO                 PIC ZZZ9.
002570
002580*****************************************************************
002590* NON-PAYMENT CANDIDATE LIST (NONPAY.DAT).  THE CLEARED COLUMN
002600* IS LEFT BLANK FOR THE SUPERVISOR TO INITIAL AS EACH STUDENT'S
002610* ENROLLMENTS ARE DROPPED WITH ENROLLDROP, OR THE STUDENT PAYS.
002620*****************************************************************
002630 01  CHD-LINE-1.
002640     05  FILLER                      PIC X(30)
002650         VALUE "NON-PAYMENT DROP CANDIDATES -".
002660     05  FILLER                      PIC X(34)
002670         VALUE "DROP WITH ENROLLDROP, REASON N".
002680     05  FILLER                      PIC X(05) VALUE "PAGE".
002690     05  CHD-PAGE-NO                 PIC ZZZ9.
002700
002710 01  CHD-LINE-2.
002720     05  FILLER              PIC X(14) VALUE "STUDENT ID".
002730     05  FILLER              PIC X(27) VALUE "NAME".
002740     05  FILLER              PIC X(07) VALUE "TERM".
002750     05  FILLER              PIC X(10) VALUE "DUE DATE".
002760     05  FILLER              PIC X(14) VALUE "   PAST DUE".
002770     05  FILLER              PIC X(14) VALUE "    BALANCE".
002780     05  FILLER              PIC X(07) VALUE "CLEARED".
002790
002800 01  CAND-DETAIL-LINE.
002810     05  CDL-STUDENT-ID              PIC Z(11)9.
002820     05  FILLER                      PIC X(02) VALUE SPACES.
002830     05  CDL-STUDENT-NAME            PIC X(22).
002840     05  FILLER                      PIC X(01) VALUE SPACES.
002850     05  CDL-STUDENT-INITIALS        PIC X(03).
002860     05  FILLER                      PIC X(02) VALUE SPACES.
002870     05  CDL-TERM                    PIC X(05).
002880     05  FILLER                      PIC X(02) VALUE SPACES.
002890     05  CDL-DUE-DATE                PIC 9(08).
002900     05  FILLER                      PIC X(02) VALUE SPACES.
002910     05  CDL-PAST-DUE                PIC Z,ZZZ,ZZ9.99.
002920     05  FILLER                      PIC X(02) VALUE SPACES.
002930     05  CDL-BALANCE                 PIC Z,ZZZ,ZZ9.99.
002940     05  FILLER                      PIC X(03) VALUE SPACES.
002950     05  FILLER                      PIC X(08) VALUE "________".
002960
002970 01  CAND-TOTAL-LINE.
002980     05  FILLER                      PIC X(28)
002990         VALUE "CANDIDATES LISTED: ".
003000     05  CTL-CANDIDATES-OUT          PIC ZZ,ZZ9.
003010
003020 01  CAND-FTR-LINE.
003030     05  FILLER                      PIC X(12)
003040                                     VALUE "END OF PAGE".
003050     05  CFT-PAGE-NO                 PIC ZZZ9.
003060
003070 PROCEDURE DIVISION.
003080*****************************************************************
003090* 0000-MAINLINE
003100*****************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003130
003140     IF NOT WS-ABORT
003150         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
003160     END-IF
003170     IF NOT WS-ABORT
003180         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
003190         PERFORM 4200-PRINT-CAND-HEADINGS THRU 4200-EXIT
003200         PERFORM 3000-AGE-STUDENTS THRU 3000-EXIT
003210         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
003220         PERFORM 4700-PRINT-CAND-FOOTER THRU 4700-EXIT
003230         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
003240     END-IF
003250
003260     PERFORM 8000-TERMINATE THRU 8000-EXIT
003270     STOP RUN.
003280
003290*****************************************************************
003300* 1000-INITIALIZE - EVERYTHING IS AGED AS OF TODAY.
003310*****************************************************************
003320 1000-INITIALIZE.
003330     DISPLAY "PASTDUE - AGED PAST-DUE LIST."
003340     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003350     MOVE WS-TODAY TO HDG-TODAY
003360     MOVE WS-TODAY TO WS-DN-DATE
003370     PERFORM 4800-DAY-NUMBER THRU 4800-EXIT
003380     MOVE WS-DN-DAYS TO WS-TODAY-DAYS
003390 1000-EXIT.
003400     EXIT.
003410
003420*****************************************************************
003430* 2000-OPEN-FILES - THE LEDGER AND THE STUDENT MASTER ARE BOTH
003440* REQUIRED.
003450*****************************************************************
003460 2000-OPEN-FILES.
003470     OPEN INPUT LEDGER-FILE
003480     IF WS-LEDGER-FILE-NOT-FOUND
003490         DISPLAY "*** LEDGER.DAT NOT FOUND - "
003500             "RUN BILLRUN FIRST ***"
003510         MOVE "Y" TO WS-ABORT-SWITCH
003520     ELSE
003530         OPEN INPUT STUDENT-FILE
003540         IF WS-STUDENT-FILE-NOT-FOUND
003550             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
003560                 "RUN STUDENTWRITER FIRST ***"
003570             MOVE "Y" TO WS-ABORT-SWITCH
003580             CLOSE LEDGER-FILE
003590         ELSE
003600             OPEN OUTPUT PRINT-FILE
003610             OPEN OUTPUT CAND-FILE
003620         END-IF
003630     END-IF
003640 2000-EXIT.
003650     EXIT.
003660
003670*****************************************************************
003680* 3000-AGE-STUDENTS - READ THE LEDGER IN KEY ORDER, WHICH IS
003690* STUDENT ID THEN POSTING SEQUENCE, AND AGE EACH STUDENT ON THE
003700* CHANGE OF STUDENT ID.
003710*****************************************************************
003720 3000-AGE-STUDENTS.
003730     PERFORM 3100-READ-LEDGER THRU 3100-EXIT
003740     PERFORM 3200-AGE-ONE-STUDENT THRU 3200-EXIT
003750         UNTIL WS-LEDGER-EOF
003760 3000-EXIT.
003770     EXIT.
003780
003790 3100-READ-LEDGER.
003800     READ LEDGER-FILE NEXT RECORD
003810         AT END
003820             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
003830     END-READ
003840 3100-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880* 3200-AGE-ONE-STUDENT - COLLECT THE STUDENT'S CHARGES AND TOTAL
003890* THEIR CREDITS, APPLY THE CREDITS, AGE WHAT IS LEFT, AND LIST
003900* THE STUDENT IF ANYTHING IS PAST DUE.
003910*****************************************************************
003920 3200-AGE-ONE-STUDENT.
003930     MOVE LEDG-STUDENT-ID TO WS-CUR-STUDENT-ID
003940     ADD 1 TO WS-STUDENTS-READ
003950     MOVE ZERO TO WS-CHG-COUNT
003960     MOVE ZERO TO WS-CREDITS-LEFT
003970     PERFORM 3300-COLLECT-POSTING THRU 3300-EXIT
003980         UNTIL WS-LEDGER-EOF
003990         OR LEDG-STUDENT-ID NOT = WS-CUR-STUDENT-ID
004000
004010     PERFORM 3400-APPLY-CREDIT THRU 3400-EXIT
004020         VARYING WS-CHG-SUB FROM 1 BY 1
004030         UNTIL WS-CHG-SUB > WS-CHG-COUNT
004040         OR WS-CREDITS-LEFT = ZERO
004050
004060     MOVE ZERO TO WS-AGE-CURRENT
004070     MOVE ZERO TO WS-AGE-1-30
004080     MOVE ZERO TO WS-AGE-31-60
004090     MOVE ZERO TO WS-AGE-61-90
004100     MOVE ZERO TO WS-AGE-OVER-90
004110     MOVE ZERO TO WS-NONPAY-AMOUNT
004120     MOVE ZERO TO WS-OLDEST-DUE-DATE
004130     MOVE SPACES TO WS-OLDEST-TERM
004140     PERFORM 3500-AGE-CHARGE THRU 3500-EXIT
004150         VARYING WS-CHG-SUB FROM 1 BY 1
004160         UNTIL WS-CHG-SUB > WS-CHG-COUNT
004170
004180     COMPUTE WS-PAST-DUE = WS-AGE-1-30 + WS-AGE-31-60
004190         + WS-AGE-61-90 + WS-AGE-OVER-90
004200     IF WS-PAST-DUE > ZERO
004210         COMPUTE WS-BALANCE = WS-AGE-CURRENT + WS-PAST-DUE
004220         MOVE WS-CUR-STUDENT-ID TO DATA-ID
004230         READ STUDENT-FILE
004240             INVALID KEY
004250                 MOVE "N" TO WS-ON-STUDENTS-SWITCH
004260             NOT INVALID KEY
004270                 MOVE "Y" TO WS-ON-STUDENTS-SWITCH
004280         END-READ
004290         PERFORM 3700-PRINT-DETAIL THRU 3700-EXIT
004300         IF WS-NONPAY-AMOUNT > ZERO
004310             PERFORM 3800-LIST-CANDIDATE THRU 3800-EXIT
004320         END-IF
004330     END-IF
004340 3200-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380* 3300-COLLECT-POSTING - A CHARGE GOES ON THE TABLE, A CREDIT IS
004390* ADDED TO WHAT IS TO BE APPLIED.
004400*****************************************************************
004410 3300-COLLECT-POSTING.
004420     IF LEDG-DEBIT
004430         IF WS-CHG-COUNT < WS-CHG-MAX
004440             ADD 1 TO WS-CHG-COUNT
004450             MOVE LEDG-AMOUNT   TO WS-CHG-UNPAID(WS-CHG-COUNT)
004460             MOVE LEDG-DUE-DATE TO WS-CHG-DUE-DATE(WS-CHG-COUNT)
004470             MOVE LEDG-TERM     TO WS-CHG-TERM(WS-CHG-COUNT)
004480         ELSE
004490             ADD LEDG-AMOUNT TO WS-CHG-UNPAID(WS-CHG-COUNT)
004500         END-IF
004510     ELSE
004520         ADD LEDG-AMOUNT TO WS-CREDITS-LEFT
004530     END-IF
004540     PERFORM 3100-READ-LEDGER THRU 3100-EXIT
004550 3300-EXIT.
004560     EXIT.
004570
004580*****************************************************************
004590* 3400-APPLY-CREDIT - PAY OFF ONE CHARGE, OR AS MUCH OF IT AS
004600* THE CREDITS LEFT WILL COVER.
004610*****************************************************************
004620 3400-APPLY-CREDIT.
004630     IF WS-CREDITS-LEFT < WS-CHG-UNPAID(WS-CHG-SUB)
004640         SUBTRACT WS-CREDITS-LEFT FROM WS-CHG-UNPAID(WS-CHG-SUB)
004650         MOVE ZERO TO WS-CREDITS-LEFT
004660     ELSE
004670         SUBTRACT WS-CHG-UNPAID(WS-CHG-SUB) FROM WS-CREDITS-LEFT
004680         MOVE ZERO TO WS-CHG-UNPAID(WS-CHG-SUB)
004690     END-IF
004700 3400-EXIT.
004710     EXIT.
004720
004730*****************************************************************
004740* 3500-AGE-CHARGE - PUT WHAT IS LEFT OF ONE CHARGE IN ITS AGE
004750* BUCKET.  A CHARGE NOT YET DUE, OR WITH NO DUE DATE, IS
004760* CURRENT.
004770*****************************************************************
004780 3500-AGE-CHARGE.
004790     IF WS-CHG-UNPAID(WS-CHG-SUB) > ZERO
004800         IF WS-CHG-DUE-DATE(WS-CHG-SUB) = ZERO
004810             MOVE ZERO TO WS-DAYS-PAST-DUE
004820         ELSE
004830             MOVE WS-CHG-DUE-DATE(WS-CHG-SUB) TO WS-DN-DATE
004840             PERFORM 4800-DAY-NUMBER THRU 4800-EXIT
004850             COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-DAYS - WS-DN-DAYS
004860         END-IF
004870
004880         EVALUATE TRUE
004890             WHEN WS-DAYS-PAST-DUE < 1
004900                 ADD WS-CHG-UNPAID(WS-CHG-SUB) TO WS-AGE-CURRENT
004910             WHEN WS-DAYS-PAST-DUE < 31
004920                 ADD WS-CHG-UNPAID(WS-CHG-SUB) TO WS-AGE-1-30
004930             WHEN WS-DAYS-PAST-DUE < 61
004940                 ADD WS-CHG-UNPAID(WS-CHG-SUB) TO WS-AGE-31-60
004950             WHEN WS-DAYS-PAST-DUE < 91
004960                 ADD WS-CHG-UNPAID(WS-CHG-SUB) TO WS-AGE-61-90
004970             WHEN OTHER
004980                 ADD WS-CHG-UNPAID(WS-CHG-SUB) TO WS-AGE-OVER-90
004990         END-EVALUATE
005000
005010         IF WS-DAYS-PAST-DUE > WS-NONPAY-DAYS
005020             ADD WS-CHG-UNPAID(WS-CHG-SUB) TO WS-NONPAY-AMOUNT
005030             IF WS-OLDEST-DUE-DATE = ZERO
005040                 MOVE WS-CHG-DUE-DATE(WS-CHG-SUB)
005050                     TO WS-OLDEST-DUE-DATE
005060                 MOVE WS-CHG-TERM(WS-CHG-SUB) TO WS-OLDEST-TERM
005070             END-IF
005080         END-IF
005090     END-IF
005100 3500-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140* 3700-PRINT-DETAIL - ONE PAST-DUE STUDENT ON PASTRPT.DAT.
005150*****************************************************************
005160 3700-PRINT-DETAIL.
005170     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005180         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
005190         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
005200     END-IF
005210
005220     ADD 1 TO WS-PAST-DUE-COUNT
005230     ADD WS-AGE-CURRENT TO WS-TOT-CURRENT
005240     ADD WS-AGE-1-30    TO WS-TOT-1-30
005250     ADD WS-AGE-31-60   TO WS-TOT-31-60
005260     ADD WS-AGE-61-90   TO WS-TOT-61-90
005270     ADD WS-AGE-OVER-90 TO WS-TOT-OVER-90
005280
005290     PERFORM 3750-FILL-STUDENT-NAME THRU 3750-EXIT
005300     MOVE WS-CUR-STUDENT-ID TO DTL-STUDENT-ID
005310     MOVE WS-AGE-CURRENT    TO DTL-CURRENT
005320     MOVE WS-AGE-1-30       TO DTL-1-30
005330     MOVE WS-AGE-31-60      TO DTL-31-60
005340     MOVE WS-AGE-61-90      TO DTL-61-90
005350     MOVE WS-AGE-OVER-90    TO DTL-OVER-90
005360     MOVE WS-BALANCE        TO DTL-BALANCE
005370     WRITE PRINT-LINE FROM DETAIL-LINE
005380         AFTER ADVANCING 1 LINE
005390     ADD 1 TO WS-LINE-COUNT
005400 3700-EXIT.
005410     EXIT.
005420
005430 3750-FILL-STUDENT-NAME.
005440     IF WS-ON-STUDENTS
005450         MOVE STUDENT-NAME OF DATA-REC     TO DTL-STUDENT-NAME
005460         MOVE STUDENT-INITIALS OF DATA-REC TO DTL-STUDENT-INITIALS
005470     ELSE
005480         MOVE "NOT ON STUDENTS.DAT" TO DTL-STUDENT-NAME
005490         MOVE SPACES TO DTL-STUDENT-INITIALS
005500     END-IF
005510 3750-EXIT.
005520     EXIT.
005530
005540*****************************************************************
005550* 3800-LIST-CANDIDATE - ONE STUDENT ON NONPAY.DAT, WITH THE TERM
005560* AND DUE DATE OF THEIR OLDEST UNPAID CHARGE.
005570*****************************************************************
005580 3800-LIST-CANDIDATE.
005590     IF WS-CAND-LINE-COUNT >= WS-LINES-PER-PAGE
005600         PERFORM 4700-PRINT-CAND-FOOTER THRU 4700-EXIT
005610         PERFORM 4200-PRINT-CAND-HEADINGS THRU 4200-EXIT
005620     END-IF
005630
005640     ADD 1 TO WS-CANDIDATE-COUNT
005650     MOVE WS-CUR-STUDENT-ID    TO CDL-STUDENT-ID
005660     MOVE DTL-STUDENT-NAME     TO CDL-STUDENT-NAME
005670     MOVE DTL-STUDENT-INITIALS TO CDL-STUDENT-INITIALS
005680     MOVE WS-OLDEST-TERM       TO CDL-TERM
005690     MOVE WS-OLDEST-DUE-DATE   TO CDL-DUE-DATE
005700     MOVE WS-NONPAY-AMOUNT     TO CDL-PAST-DUE
005710     MOVE WS-BALANCE           TO CDL-BALANCE
005720     WRITE CAND-PRINT-LINE FROM CAND-DETAIL-LINE
005730         AFTER ADVANCING 2 LINES
005740     ADD 2 TO WS-CAND-LINE-COUNT
005750 3800-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790* 4000-PRINT-HEADINGS
005800*****************************************************************
005810 4000-PRINT-HEADINGS.
005820     ADD 1 TO WS-PAGE-NO
005830     MOVE WS-PAGE-NO TO HDG-PAGE-NO
005840     IF WS-PAGE-NO = 1
005850         WRITE PRINT-LINE FROM HDG-LINE-1
005860     ELSE
005870         WRITE PRINT-LINE FROM HDG-LINE-1
005880             AFTER ADVANCING PAGE
005890     END-IF
005900     WRITE PRINT-LINE FROM HDG-LINE-2
005910         AFTER ADVANCING 2 LINES
005920     MOVE 3 TO WS-LINE-COUNT
005930 4000-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970* 4200-PRINT-CAND-HEADINGS - HEADINGS FOR NONPAY.DAT, PAGED
005980* SEPARATELY FROM THE PAST-DUE LIST.
005990*****************************************************************
006000 4200-PRINT-CAND-HEADINGS.
006010     ADD 1 TO WS-CAND-PAGE-NO
006020     MOVE WS-CAND-PAGE-NO TO CHD-PAGE-NO
006030     IF WS-CAND-PAGE-NO = 1
006040         WRITE CAND-PRINT-LINE FROM CHD-LINE-1
006050     ELSE
006060         WRITE CAND-PRINT-LINE FROM CHD-LINE-1
006070             AFTER ADVANCING PAGE
006080     END-IF
006090     WRITE CAND-PRINT-LINE FROM CHD-LINE-2
006100         AFTER ADVANCING 2 LINES
006110     MOVE ZERO TO WS-CAND-LINE-COUNT
006120 4200-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
006170* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
006180*****************************************************************
006190 4500-PRINT-FOOTER.
006200     MOVE WS-PAGE-NO TO FTR-PAGE-NO
006210     WRITE PRINT-LINE FROM FTR-LINE
006220         AFTER ADVANCING 2 LINES
006230 4500-EXIT.
006240     EXIT.
006250
006260*****************************************************************
006270* 4700-PRINT-CAND-FOOTER
006280*****************************************************************
006290 4700-PRINT-CAND-FOOTER.
006300     MOVE WS-CAND-PAGE-NO TO CFT-PAGE-NO
006310     WRITE CAND-PRINT-LINE FROM CAND-FTR-LINE
006320         AFTER ADVANCING 2 LINES
006330 4700-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370* 4800-DAY-NUMBER - TURN WS-DN-DATE (YYYYMMDD) INTO A DAY COUNT
006380* IN WS-DN-DAYS.  JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
006390* OF THE YEAR BEFORE, SO THE DAYS BEFORE EACH MONTH FOLLOW A
006400* FIXED PATTERN AND THE LEAP DAY IS THE LAST DAY OF THE YEAR.
006410*****************************************************************
006420 4800-DAY-NUMBER.
006430     MOVE WS-DN-YEAR TO WS-DN-Y
006440     MOVE WS-DN-MONTH TO WS-DN-M
006450     IF WS-DN-M < 3
006460         SUBTRACT 1 FROM WS-DN-Y
006470         ADD 12 TO WS-DN-M
006480     END-IF
006490     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Y4
006500     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Y100
006510     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Y400
006520     COMPUTE WS-DN-MDAYS = (153 * (WS-DN-M - 3)) + 2
006530     DIVIDE WS-DN-MDAYS BY 5 GIVING WS-DN-MDAYS
006540     COMPUTE WS-DN-DAYS = (365 * WS-DN-Y) + WS-DN-Y4
006550         - WS-DN-Y100 + WS-DN-Y400 + WS-DN-MDAYS + WS-DN-DAY
006560 4800-EXIT.
006570     EXIT.
006580
006590*****************************************************************
006600* 6000-PRINT-FINAL-PAGE - RUN TOTALS ON THE PAST-DUE LIST, AND
006610* THE CANDIDATE COUNT AT THE END OF NONPAY.DAT.
006620*****************************************************************
006630 6000-PRINT-FINAL-PAGE.
006640     MOVE WS-STUDENTS-READ   TO TOT-READ-OUT
006650     MOVE WS-PAST-DUE-COUNT  TO TOT-PAST-DUE-OUT
006660     MOVE WS-CANDIDATE-COUNT TO TOT-CANDIDATES-OUT
006670     MOVE WS-TOT-CURRENT     TO TOT-CURRENT-OUT
006680     MOVE WS-TOT-1-30        TO TOT-1-30-OUT
006690     MOVE WS-TOT-31-60       TO TOT-31-60-OUT
006700     MOVE WS-TOT-61-90       TO TOT-61-90-OUT
006710     MOVE WS-TOT-OVER-90     TO TOT-OVER-90-OUT
006720     ADD 1 TO WS-PAGE-NO
006730     MOVE WS-PAGE-NO TO HDG-PAGE-NO
006740     WRITE PRINT-LINE FROM HDG-LINE-1
006750         AFTER ADVANCING PAGE
006760     WRITE PRINT-LINE FROM TOTAL-LINE-1
006770         AFTER ADVANCING 2 LINES
006780     WRITE PRINT-LINE FROM TOTAL-LINE-2
006790         AFTER ADVANCING 1 LINE
006800     WRITE PRINT-LINE FROM TOTAL-LINE-3
006810         AFTER ADVANCING 1 LINE
006820     WRITE PRINT-LINE FROM TOTAL-LINE-4
006830         AFTER ADVANCING 2 LINES
006840     WRITE PRINT-LINE FROM TOTAL-LINE-5
006850         AFTER ADVANCING 1 LINE
006860     WRITE PRINT-LINE FROM TOTAL-LINE-6
006870         AFTER ADVANCING 1 LINE
006880     WRITE PRINT-LINE FROM TOTAL-LINE-7
006890         AFTER ADVANCING 1 LINE
006900     WRITE PRINT-LINE FROM TOTAL-LINE-8
006910         AFTER ADVANCING 1 LINE
006920
006930     MOVE WS-CANDIDATE-COUNT TO CTL-CANDIDATES-OUT
006940     WRITE CAND-PRINT-LINE FROM CAND-TOTAL-LINE
006950         AFTER ADVANCING 3 LINES
006960 6000-EXIT.
006970     EXIT.
006980
006990*****************************************************************
007000* 8000-TERMINATE
007010*****************************************************************
007020 8000-TERMINATE.
007030     IF NOT WS-ABORT
007040         CLOSE LEDGER-FILE
007050         CLOSE STUDENT-FILE
007060         CLOSE PRINT-FILE
007070         CLOSE CAND-FILE
007080         DISPLAY "PASTDUE COMPLETE - " WS-PAST-DUE-COUNT
007090             " STUDENT(S) PAST DUE, " WS-CANDIDATE-COUNT
007100             " LISTED ON NONPAY.DAT"
007110     END-IF
007120 8000-EXIT.
007130     EXIT.
