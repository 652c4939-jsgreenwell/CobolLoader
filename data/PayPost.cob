000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  PAYPOST.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* POSTS STUDENT PAYMENTS TO THE STUDENT ACCOUNT LEDGER,
000090* LEDGER.DAT (SEE LEDGREC.CPY), AS TYPE P POSTINGS.  TWO RUN
000100* MODES, PICKED AT STARTUP -
000110*
000120*   I  INTERACTIVE - FOR A PAYMENT TAKEN AT THE WINDOW.  KEYING
000130*      A STUDENT ID SHOWS THE STUDENT'S BALANCE, THEN TAKES THE
000140*      AMOUNT AND THE RECEIPT OR CHECK NUMBER AND POSTS THE
000150*      PAYMENT ON CONFIRMATION.
000160*   B  BATCH - POSTS EVERY PAYMENT ON PAYMENTS.DAT (SEE
000170*      PAYTRAN.CPY), THE FILE THE BURSAR'S CASHIERING SYSTEM
000180*      HANDS US, AND LISTS EACH ONE AS POSTED OR REJECTED ON THE
000190*      PAYMENT REGISTER, PAYRPT.DAT.
000200*
000210* EITHER WAY A PAYMENT IS ONLY TAKEN FOR A STUDENT ON
000220* STUDENTS.DAT OR WITH AN ACCOUNT ON LEDGER.DAT - A FORMER
000230* STUDENT CAN STILL PAY OFF WHAT THEY OWE.  THE AMOUNT CANNOT BE
000240* ZERO AND THE REFERENCE CANNOT BE BLANK, AND A REFERENCE
000250* ALREADY POSTED AS A PAYMENT FOR THE STUDENT IS REJECTED AS A
000260* DUPLICATE - SO A BATCH FILE RUN TWICE BY MISTAKE POSTS NOTHING
000270* THE SECOND TIME.  A PAYMENT IS NOT TIED TO A TERM - IT COMES
000280* OFF THE STUDENT'S OLDEST CHARGES FIRST (SEE PASTDUE).
000290*
000300* CASHIERS POST PAYMENTS, SO NO SUPERVISOR AUTHORITY IS NEEDED.
000310* EVERY POSTING CARRIES THE SIGNED-ON OPERATOR.
000320*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   ---------- ----  ------------------------------------------
000360*   2026-10-15 JMS   ORIGINAL PROGRAM.
000370*****************************************************************
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS LEDG-KEY
000460         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000470
000480     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS DATA-ID
000520         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000550
000560     SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PAYMENT-FILE-STATUS.
000590
000600     SELECT PRINT-FILE ASSIGN TO "PAYRPT.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PRINT-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  LEDGER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY LEDGREC.
000690
000700 FD  STUDENT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY STUDREC.
000730
000740 FD  PAYMENT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY PAYTRAN.
000770
000780 FD  PRINT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  PRINT-LINE                      PIC X(132).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-SWITCHES.
000840     05  WS-LEDGER-FILE-STATUS       PIC X(02).
000850         88  WS-LEDGER-FILE-NOT-FOUND VALUE "35".
000860     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000870         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
000880     05  WS-PAYMENT-FILE-STATUS      PIC X(02).
000890         88  WS-PAYMENT-FILE-NOT-FOUND VALUE "35".
000900     05  WS-PRINT-FILE-STATUS        PIC X(02).
000910     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000920         88  WS-ABORT                VALUE "Y".
000930     05  WS-RUN-MODE-SWITCH          PIC X(01) VALUE "I".
000940         88  WS-INTERACTIVE-MODE     VALUE "I".
000950         88  WS-BATCH-MODE           VALUE "B".
000960         88  WS-RUN-MODE-KNOWN       VALUE "I" "B".
000970     05  WS-RUN-MODE-OK-SWITCH       PIC X(01) VALUE "N".
000980         88  WS-RUN-MODE-OK          VALUE "Y".
000990     05  WS-PAYMENT-EOF-SWITCH       PIC X(01) VALUE "N".
001000         88  WS-PAYMENT-EOF          VALUE "Y".
001010     05  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE "N".
001020         88  WS-LEDGER-EOF           VALUE "Y".
001030     05  WS-ON-STUDENTS-SWITCH       PIC X(01) VALUE "N".
001040         88  WS-ON-STUDENTS          VALUE "Y".
001050     05  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
001060         88  WS-DUPLICATE-REFERENCE  VALUE "Y".
001070     05  WS-POSTED-SWITCH            PIC X(01) VALUE "N".
001080         88  WS-POSTED               VALUE "Y".
001090
001100*****************************************************************
001110* OPERATOR ID KEYED IN AT STARTUP.
001120*****************************************************************
001130 01  WS-OPERATOR-ID                  PIC X(08).
001140
001150*****************************************************************
001160* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
001170*****************************************************************
001180 COPY SIGNPARM.
001190 01  WS-STUDENT-ID-LINE              PIC X(12).
001200 01  WS-REPLY-LINE                   PIC X(30).
001210
001220*****************************************************************
001230* INTERACTIVE PAYMENT ACCEPT AREA - ONE LINE OF COMMA SEPARATED
001240* FIELDS KEYED IN AS -  AMOUNT, REFERENCE
001250*****************************************************************
001260 01  WS-PAYMENT-INPUT-LINE           PIC X(30).
001270 01  WS-INPUT-FIELDS.
001280     05  WS-IN-AMOUNT                PIC X(07).
001290     05  WS-IN-AMOUNT-NUM REDEFINES WS-IN-AMOUNT
001300                                     PIC 9(05)V99.
001310     05  WS-IN-REFERENCE             PIC X(10).
001320
001330*****************************************************************
001340* THE PAYMENT BEING POSTED, FROM EITHER MODE, AND WHAT THE
001350* STUDENT'S LEDGER SHOWS BEFORE IT GOES ON.
001360*****************************************************************
001370 01  WS-PAYMENT.
001380     05  WS-PAY-STUDENT-ID           PIC 9(12).
001390     05  WS-PAY-AMOUNT               PIC 9(07)V99.
001400     05  WS-PAY-DATE                 PIC 9(08).
001410     05  WS-PAY-REFERENCE            PIC X(10).
001420     05  WS-REJECT-REASON            PIC X(30).
001430
001440 01  WS-LEDGER-FIGURES.
001450     05  WS-LAST-SEQ-NO              PIC 9(05).
001460     05  WS-POSTING-COUNT            PIC 9(05) COMP.
001470     05  WS-BALANCE                  PIC S9(07)V99.
001480
001490 01  WS-SHOW-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
001500 01  WS-SHOW-BALANCE                 PIC Z,ZZZ,ZZ9.99-.
001510
001520 01  WS-COUNTERS.
001530     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
001540     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001550     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001560     05  WS-PAYMENTS-READ            PIC 9(07) COMP VALUE ZERO.
001570     05  WS-PAYMENTS-POSTED          PIC 9(07) COMP VALUE ZERO.
001580     05  WS-PAYMENTS-REJECTED        PIC 9(07) COMP VALUE ZERO.
001590
001600 01  WS-RUN-TOTALS.
001610     05  WS-TOTAL-POSTED             PIC 9(09)V99 VALUE ZERO.
001620
001630 01  HDG-LINE-1.
001640     05  FILLER                      PIC X(40)
001650         VALUE "PAYMENT POSTING REGISTER - PAYMENTS.DAT".
001660     05  FILLER                      PIC X(05) VALUE "PAGE".
001670     05  HDG-PAGE-NO                 PIC ZZZ9.
001680
001690 01  HDG-LINE-2.
001700     05  FILLER                      PIC X(14) VALUE "STUDENT ID".
001710     05  FILLER                      PIC X(27) VALUE "NAME".
001720     05  FILLER                      PIC X(10) VALUE "PAID".
001730     05  FILLER                      PIC X(12) VALUE "REFERENCE".
001740     05  FILLER                      PIC X(14) VALUE "AMOUNT".
001750     05  FILLER                      PIC X(30) VALUE "RESULT".
001760
001770 01  DETAIL-LINE.
001780     05  DTL-STUDENT-ID              PIC Z(11)9.
001790     05  FILLER                      PIC X(02) VALUE SPACES.
001800     05  DTL-STUDENT-NAME            PIC X(22).
001810     05  FILLER                      PIC X(01) VALUE SPACES.
001820     05  DTL-STUDENT-INITIALS        PIC X(03).
001830     05  FILLER                      PIC X(01) VALUE SPACES.
001840     05  DTL-PAY-DATE                PIC 9(08).
001850     05  FILLER                      PIC X(02) VALUE SPACES.
001860     05  DTL-REFERENCE               PIC X(10).
001870     05  FILLER                      PIC X(02) VALUE SPACES.
001880     05  DTL-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
001890     05  FILLER                      PIC X(02) VALUE SPACES.
001900     05  DTL-RESULT                  PIC X(30).
001910
001920 01  TOTAL-LINE-1.
001930     05  FILLER                      PIC X(28)
001940         VALUE "PAYMENTS READ: ".
001950     05  TOT-READ-OUT                PIC Z,ZZZ,ZZ9.
001960
001970 01  TOTAL-LINE-2.
001980     05  FILLER                      PIC X(28)
001990         VALUE "PAYMENTS POSTED: ".
002000     05  TOT-POSTED-OUT              PIC Z,ZZZ,ZZ9.
002010
002020 01  TOTAL-LINE-3.
002030     05  FILLER                      PIC X(28)
002040         VALUE "PAYMENTS REJECTED: ".
002050     05  TOT-REJECTED-OUT            PIC Z,ZZZ,ZZ9.
002060
002070 01  TOTAL-LINE-4.
002080     05  FILLER                      PIC X(28)
002090         VALUE "AMOUNT POSTED: ".
002100     05  TOT-AMOUNT-OUT              PIC ZZZ,ZZZ,ZZ9.99.
002110
002120 01  FTR-LINE.
002130     05  FILLER                      PIC X(12)
002140                                     VALUE "END OF PAGE".
002150     05  FTR-PAGE-NO                 PIC ZZZ9.
002160
002170 PROCEDURE DIVISION.
002180*****************************************************************
002190* 0000-MAINLINE
002200*****************************************************************
002210 0000-MAINLINE.
002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002230
002240     IF NOT WS-ABORT
002250         IF WS-INTERACTIVE-MODE
002260             PERFORM 2000-GET-STUDENT-ID THRU 2000-EXIT
002270             PERFORM 3000-PROCESS-STUDENT THRU 3000-EXIT
002280                 UNTIL WS-STUDENT-ID-LINE = SPACES
002290         ELSE
002300             PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
002310             PERFORM 6000-POST-BATCH THRU 6000-EXIT
002320             PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
002330             PERFORM 7000-PRINT-FINAL-PAGE THRU 7000-EXIT
002340         END-IF
002350     END-IF
002360
002370     PERFORM 8000-TERMINATE THRU 8000-EXIT
002380     STOP RUN.
002390
002400*****************************************************************
002410* 1000-INITIALIZE - SIGN THE OPERATOR ON, TAKE THE RUN MODE AND
002420* OPEN THE FILES.  STUDENTS.DAT IS REQUIRED, AND PAYMENTS.DAT IS
002430* REQUIRED IN BATCH MODE.  A BRAND-NEW LEDGER.DAT IS CREATED
002440* (EMPTY) THE FIRST TIME.
002450*****************************************************************
002460 1000-INITIALIZE.
002470     DISPLAY "ENTER YOUR OPERATOR ID"
002480     MOVE SPACES TO WS-OPERATOR-ID
002490     ACCEPT WS-OPERATOR-ID
002500     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
002510
002520     IF NOT WS-ABORT
002530         PERFORM 1200-GET-RUN-MODE THRU 1200-EXIT
002540             UNTIL WS-RUN-MODE-OK
002550         OPEN INPUT STUDENT-FILE
002560         IF WS-STUDENT-FILE-NOT-FOUND
002570             DISPLAY "*** STUDENTS.DAT NOT FOUND - "
002580                 "RUN STUDENTWRITER FIRST ***"
002590             MOVE "Y" TO WS-ABORT-SWITCH
002600         END-IF
002610     END-IF
002620
002630     IF NOT WS-ABORT
002640         IF WS-BATCH-MODE
002650             OPEN INPUT PAYMENT-FILE
002660             IF WS-PAYMENT-FILE-NOT-FOUND
002670                 DISPLAY "*** PAYMENTS.DAT NOT FOUND - "
002680                     "NOTHING TO POST ***"
002690                 MOVE "Y" TO WS-ABORT-SWITCH
002700                 CLOSE STUDENT-FILE
002710             ELSE
002720                 OPEN OUTPUT PRINT-FILE
002730             END-IF
002740         END-IF
002750     END-IF
002760
002770     IF NOT WS-ABORT
002780         OPEN I-O LEDGER-FILE
002790         IF WS-LEDGER-FILE-NOT-FOUND
002800             OPEN OUTPUT LEDGER-FILE
002810             CLOSE LEDGER-FILE
002820             OPEN I-O LEDGER-FILE
002830         END-IF
002840     END-IF
002850 1000-EXIT.
002860     EXIT.
002870
002880*****************************************************************
002890* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
002900* MODULE.  PAYMENTS ARE POSTED BY CASHIERS, SO NO SUPERVISOR
002910* AUTHORITY IS NEEDED - SIGNON CHECKS THE PASSWORD AND LOCKOUT
002920* AND LOGS THE ATTEMPT TO SIGNLOG.DAT EITHER WAY.
002930*****************************************************************
002940 1100-VALIDATE-OPERATOR.
002950     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
002960     MOVE "PAYPOST" TO SIGNON-PROGRAM-NAME
002970     MOVE "N" TO SIGNON-NEED-SUPER-FLAG
002980     CALL "SIGNON" USING SIGNON-PARM
002990     IF NOT SIGNON-OK
003000         MOVE "Y" TO WS-ABORT-SWITCH
003010     END-IF
003020 1100-EXIT.
003030     EXIT.
003040
003050*****************************************************************
003060* 1200-GET-RUN-MODE - THE RUN-MODE REPLY MUST BE I OR B.
003070*****************************************************************
003080 1200-GET-RUN-MODE.
003090     MOVE "N" TO WS-RUN-MODE-OK-SWITCH
003100     DISPLAY "PAYPOST - ENTER I TO POST PAYMENTS ONE AT A TIME, "
003110         "OR B TO POST PAYMENTS.DAT"
003120     ACCEPT WS-RUN-MODE-SWITCH
003130     IF WS-RUN-MODE-KNOWN
003140         MOVE "Y" TO WS-RUN-MODE-OK-SWITCH
003150     ELSE
003160         DISPLAY "*** RUN MODE MUST BE I OR B ***"
003170     END-IF
003180 1200-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220* 2000-GET-STUDENT-ID
003230*****************************************************************
003240 2000-GET-STUDENT-ID.
003250     DISPLAY "ENTER STUDENT ID.  ENTER NOTHING TO END."
003260     MOVE SPACES TO WS-STUDENT-ID-LINE
003270     ACCEPT WS-STUDENT-ID-LINE
003280 2000-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320* 3000-PROCESS-STUDENT - INTERACTIVE MODE.  SHOW THE STUDENT AND
003330* THEIR BALANCE, TAKE THE PAYMENT AND POST IT ON CONFIRMATION.
003340*****************************************************************
003350 3000-PROCESS-STUDENT.
003360     IF WS-STUDENT-ID-LINE NOT NUMERIC
003370         DISPLAY "*** STUDENT ID MUST BE NUMERIC ***"
003380     ELSE
003390         MOVE WS-STUDENT-ID-LINE TO WS-PAY-STUDENT-ID
003400         PERFORM 5100-SCAN-STUDENT-LEDGER THRU 5100-EXIT
003410         PERFORM 5300-READ-STUDENT THRU 5300-EXIT
003420         IF WS-ON-STUDENTS
003430             DISPLAY "STUDENT " WS-PAY-STUDENT-ID " - "
003440                 STUDENT-NAME " " STUDENT-INITIALS
003450         END-IF
003460         IF NOT WS-ON-STUDENTS AND WS-POSTING-COUNT = ZERO
003470             DISPLAY "*** STUDENT " WS-PAY-STUDENT-ID
003480                 " IS NOT ON STUDENTS.DAT AND HAS NO ACCOUNT ***"
003490         ELSE
003500             MOVE WS-BALANCE TO WS-SHOW-BALANCE
003510             DISPLAY "ACCOUNT BALANCE:  " WS-SHOW-BALANCE
003520                 "  (MINUS IS A CREDIT)"
003530             PERFORM 3100-GET-PAYMENT THRU 3100-EXIT
003540         END-IF
003550     END-IF
003560
003570     PERFORM 2000-GET-STUDENT-ID THRU 2000-EXIT
003580 3000-EXIT.
003590     EXIT.
003600
003610*****************************************************************
003620* 3100-GET-PAYMENT - THE AMOUNT IS KEYED AS 7 DIGITS WITH THE
003630* DECIMAL POINT IMPLIED, THE SAME AS FEEWRITER'S AMOUNTS.
003640*****************************************************************
003650 3100-GET-PAYMENT.
003660     DISPLAY "ENTER - AMOUNT, REFERENCE  (AMOUNT 7 DIGITS - "
003670         "0015000 IS 150.00)"
003680     DISPLAY "ENTER NOTHING TO POST NO PAYMENT."
003690     MOVE SPACES TO WS-PAYMENT-INPUT-LINE
003700     ACCEPT WS-PAYMENT-INPUT-LINE
003710
003720     IF WS-PAYMENT-INPUT-LINE NOT = SPACES
003730         MOVE SPACES TO WS-INPUT-FIELDS
003740         UNSTRING WS-PAYMENT-INPUT-LINE DELIMITED BY ","
003750             INTO WS-IN-AMOUNT, WS-IN-REFERENCE
003760         END-UNSTRING
003770         IF WS-IN-AMOUNT NOT NUMERIC
003780             DISPLAY "*** AMOUNT MUST BE 7 DIGITS - "
003790                 "PAYMENT NOT POSTED ***"
003800         ELSE
003810             MOVE WS-IN-AMOUNT-NUM TO WS-PAY-AMOUNT
003820             MOVE WS-IN-REFERENCE TO WS-PAY-REFERENCE
003830             ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD
003840             PERFORM 5000-VALIDATE-PAYMENT THRU 5000-EXIT
003850             IF WS-REJECT-REASON NOT = SPACES
003860                 DISPLAY "*** " WS-REJECT-REASON
003870                     " - PAYMENT NOT POSTED ***"
003880             ELSE
003890                 PERFORM 3200-CONFIRM-AND-POST THRU 3200-EXIT
003900             END-IF
003910         END-IF
003920     END-IF
003930 3100-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970* 3200-CONFIRM-AND-POST
003980*****************************************************************
003990 3200-CONFIRM-AND-POST.
004000     MOVE WS-PAY-AMOUNT TO WS-SHOW-AMOUNT
004010     DISPLAY "POST PAYMENT OF " WS-SHOW-AMOUNT " REFERENCE "
004020         WS-PAY-REFERENCE "?  ENTER Y TO CONFIRM"
004030     MOVE SPACES TO WS-REPLY-LINE
004040     ACCEPT WS-REPLY-LINE
004050     IF WS-REPLY-LINE(1:1) = "Y"
004060         PERFORM 5200-POST-PAYMENT THRU 5200-EXIT
004070         IF WS-POSTED
004080             SUBTRACT WS-PAY-AMOUNT FROM WS-BALANCE
004090             MOVE WS-BALANCE TO WS-SHOW-BALANCE
004100             DISPLAY "PAYMENT POSTED.  ACCOUNT BALANCE NOW "
004110                 WS-SHOW-BALANCE
004120         END-IF
004130     ELSE
004140         DISPLAY "POST NOT CONFIRMED - PAYMENT NOT POSTED."
004150     END-IF
004160 3200-EXIT.
004170     EXIT.
004180
004190*****************************************************************
004200* 4000-PRINT-HEADINGS
004210*****************************************************************
004220 4000-PRINT-HEADINGS.
004230     ADD 1 TO WS-PAGE-NO
004240     MOVE WS-PAGE-NO TO HDG-PAGE-NO
004250     IF WS-PAGE-NO = 1
004260         WRITE PRINT-LINE FROM HDG-LINE-1
004270     ELSE
004280         WRITE PRINT-LINE FROM HDG-LINE-1
004290             AFTER ADVANCING PAGE
004300     END-IF
004310     WRITE PRINT-LINE FROM HDG-LINE-2
004320         AFTER ADVANCING 2 LINES
004330     MOVE 3 TO WS-LINE-COUNT
004340 4000-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
004390* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
004400*****************************************************************
004410 4500-PRINT-FOOTER.
004420     MOVE WS-PAGE-NO TO FTR-PAGE-NO
004430     WRITE PRINT-LINE FROM FTR-LINE
004440         AFTER ADVANCING 2 LINES
004450 4500-EXIT.
004460     EXIT.
004470
004480*****************************************************************
004490* 5000-VALIDATE-PAYMENT - SHARED BY BOTH MODES.  LEAVES
004500* WS-REJECT-REASON BLANK IF THE PAYMENT CAN BE POSTED.
004510*****************************************************************
004520 5000-VALIDATE-PAYMENT.
004530     MOVE SPACES TO WS-REJECT-REASON
004540     PERFORM 5100-SCAN-STUDENT-LEDGER THRU 5100-EXIT
004550     PERFORM 5300-READ-STUDENT THRU 5300-EXIT
004560     EVALUATE TRUE
004570         WHEN NOT WS-ON-STUDENTS AND WS-POSTING-COUNT = ZERO
004580             MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
004590         WHEN WS-PAY-AMOUNT = ZERO
004600             MOVE "AMOUNT IS ZERO" TO WS-REJECT-REASON
004610         WHEN WS-PAY-REFERENCE = SPACES
004620             MOVE "REFERENCE IS BLANK" TO WS-REJECT-REASON
004630         WHEN WS-DUPLICATE-REFERENCE
004640             MOVE "REFERENCE ALREADY POSTED" TO WS-REJECT-REASON
004650         WHEN WS-LAST-SEQ-NO = 99999
004660             MOVE "NO LEDGER SEQUENCE NUMBERS LEFT"
004670                 TO WS-REJECT-REASON
004680     END-EVALUATE
004690 5000-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730* 5100-SCAN-STUDENT-LEDGER - READ EVERY POSTING UNDER THE
004740* STUDENT FOR THE BALANCE (CHARGES LESS CREDITS AND PAYMENTS),
004750* THE HIGHEST SEQUENCE NUMBER IN USE, AND WHETHER THE PAYMENT'S
004760* REFERENCE HAS ALREADY BEEN POSTED.
004770*****************************************************************
004780 5100-SCAN-STUDENT-LEDGER.
004790     MOVE ZERO TO WS-LAST-SEQ-NO
004800     MOVE ZERO TO WS-POSTING-COUNT
004810     MOVE ZERO TO WS-BALANCE
004820     MOVE "N" TO WS-DUPLICATE-SWITCH
004830     MOVE "N" TO WS-LEDGER-EOF-SWITCH
004840     MOVE WS-PAY-STUDENT-ID TO LEDG-STUDENT-ID
004850     MOVE ZERO TO LEDG-SEQ-NO
004860     START LEDGER-FILE KEY NOT < LEDG-KEY
004870         INVALID KEY
004880             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004890     END-START
004900     PERFORM 5150-READ-STUDENT-POSTING THRU 5150-EXIT
004910         UNTIL WS-LEDGER-EOF
004920 5100-EXIT.
004930     EXIT.
004940
004950 5150-READ-STUDENT-POSTING.
004960     READ LEDGER-FILE NEXT RECORD
004970         AT END
004980             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004990         NOT AT END
005000             IF LEDG-STUDENT-ID NOT = WS-PAY-STUDENT-ID
005010                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
005020             ELSE
005030                 MOVE LEDG-SEQ-NO TO WS-LAST-SEQ-NO
005040                 ADD 1 TO WS-POSTING-COUNT
005050                 IF LEDG-DEBIT
005060                     ADD LEDG-AMOUNT TO WS-BALANCE
005070                 ELSE
005080                     SUBTRACT LEDG-AMOUNT FROM WS-BALANCE
005090                 END-IF
005100                 IF LEDG-PAYMENT
005110                     AND LEDG-REFERENCE = WS-PAY-REFERENCE
005120                     MOVE "Y" TO WS-DUPLICATE-SWITCH
005130                 END-IF
005140             END-IF
005150     END-READ
005160 5150-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200* 5200-POST-PAYMENT - WRITE THE PAYMENT UNDER THE STUDENT'S NEXT
005210* SEQUENCE NUMBER.  A PAYMENT HAS NO TERM, COURSE OR DUE DATE.
005220*****************************************************************
005230 5200-POST-PAYMENT.
005240     MOVE "N" TO WS-POSTED-SWITCH
005250     MOVE SPACES TO LEDG-REC
005260     MOVE WS-PAY-STUDENT-ID TO LEDG-STUDENT-ID
005270     COMPUTE LEDG-SEQ-NO = WS-LAST-SEQ-NO + 1
005280     MOVE "P" TO LEDG-TRAN-TYPE
005290     MOVE "PAYMENT - THANK YOU" TO LEDG-DESCRIPTION
005300     MOVE WS-PAY-AMOUNT TO LEDG-AMOUNT
005310     MOVE WS-PAY-DATE TO LEDG-POST-DATE
005320     MOVE ZERO TO LEDG-DUE-DATE
005330     MOVE WS-PAY-REFERENCE TO LEDG-REFERENCE
005340     MOVE WS-OPERATOR-ID TO LEDG-POSTED-BY
005350     WRITE LEDG-REC
005360         INVALID KEY
005370             DISPLAY "*** PAYMENT FOR STUDENT " WS-PAY-STUDENT-ID
005380                 " COULD NOT BE WRITTEN ***"
005390             MOVE "LEDGER WRITE FAILED" TO WS-REJECT-REASON
005400         NOT INVALID KEY
005410             MOVE "Y" TO WS-POSTED-SWITCH
005420             MOVE LEDG-SEQ-NO TO WS-LAST-SEQ-NO
005430             ADD 1 TO WS-PAYMENTS-POSTED
005440             ADD WS-PAY-AMOUNT TO WS-TOTAL-POSTED
005450     END-WRITE
005460 5200-EXIT.
005470     EXIT.
005480
005490 5300-READ-STUDENT.
005500     MOVE WS-PAY-STUDENT-ID TO DATA-ID
005510     READ STUDENT-FILE
005520         INVALID KEY
005530             MOVE "N" TO WS-ON-STUDENTS-SWITCH
005540         NOT INVALID KEY
005550             MOVE "Y" TO WS-ON-STUDENTS-SWITCH
005560     END-READ
005570 5300-EXIT.
005580     EXIT.
005590
005600*****************************************************************
005610* 6000-POST-BATCH - BATCH MODE.  EVERY RECORD ON PAYMENTS.DAT IS
005620* POSTED OR REJECTED, AND LISTED ON THE REGISTER EITHER WAY.
005630*****************************************************************
005640 6000-POST-BATCH.
005650     PERFORM 6100-READ-PAYMENT THRU 6100-EXIT
005660     PERFORM 6200-PROCESS-PAYMENT-RECORD THRU 6200-EXIT
005670         UNTIL WS-PAYMENT-EOF
005680 6000-EXIT.
005690     EXIT.
005700
005710 6100-READ-PAYMENT.
005720     READ PAYMENT-FILE
005730         AT END
005740             MOVE "Y" TO WS-PAYMENT-EOF-SWITCH
005750         NOT AT END
005760             ADD 1 TO WS-PAYMENTS-READ
005770     END-READ
005780 6100-EXIT.
005790     EXIT.
005800
005810*****************************************************************
005820* 6200-PROCESS-PAYMENT-RECORD - THE STUDENT ID, AMOUNT AND DATE
005830* PAID MUST BE NUMERIC BEFORE ANYTHING ELSE IS CHECKED.
005840*****************************************************************
005850 6200-PROCESS-PAYMENT-RECORD.
005860     MOVE SPACES TO WS-REJECT-REASON
005870     MOVE "N" TO WS-ON-STUDENTS-SWITCH
005880     EVALUATE TRUE
005890         WHEN PAYT-STUDENT-ID NOT NUMERIC
005900             MOVE "STUDENT ID NOT NUMERIC" TO WS-REJECT-REASON
005910         WHEN PAYT-AMOUNT NOT NUMERIC
005920             MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
005930         WHEN PAYT-PAY-DATE NOT NUMERIC
005940             OR PAYT-PAY-DATE = ZERO
005950             MOVE "DATE PAID NOT A DATE" TO WS-REJECT-REASON
005960     END-EVALUATE
005970
005980     IF WS-REJECT-REASON = SPACES
005990         MOVE PAYT-STUDENT-ID TO WS-PAY-STUDENT-ID
006000         MOVE PAYT-AMOUNT TO WS-PAY-AMOUNT
006010         MOVE PAYT-PAY-DATE TO WS-PAY-DATE
006020         MOVE PAYT-REFERENCE TO WS-PAY-REFERENCE
006030         PERFORM 5000-VALIDATE-PAYMENT THRU 5000-EXIT
006040     END-IF
006050     IF WS-REJECT-REASON = SPACES
006060         PERFORM 5200-POST-PAYMENT THRU 5200-EXIT
006070     END-IF
006080
006090     IF WS-REJECT-REASON NOT = SPACES
006100         ADD 1 TO WS-PAYMENTS-REJECTED
006110     END-IF
006120     PERFORM 6300-PRINT-REGISTER-LINE THRU 6300-EXIT
006130     PERFORM 6100-READ-PAYMENT THRU 6100-EXIT
006140 6200-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180* 6300-PRINT-REGISTER-LINE - THE PAYMENT AS IT CAME IN, AND
006190* WHETHER IT WAS POSTED.
006200*****************************************************************
006210 6300-PRINT-REGISTER-LINE.
006220     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006230         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
006240         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
006250     END-IF
006260
006270     MOVE SPACES TO DTL-STUDENT-NAME
006280     MOVE SPACES TO DTL-STUDENT-INITIALS
006290     IF WS-ON-STUDENTS
006300         MOVE STUDENT-NAME OF DATA-REC TO DTL-STUDENT-NAME
006310         MOVE STUDENT-INITIALS OF DATA-REC TO DTL-STUDENT-INITIALS
006320     END-IF
006330     IF PAYT-STUDENT-ID NUMERIC
006340         MOVE PAYT-STUDENT-ID TO DTL-STUDENT-ID
006350     ELSE
006360         MOVE ZERO TO DTL-STUDENT-ID
006370     END-IF
006380     IF PAYT-AMOUNT NUMERIC
006390         MOVE PAYT-AMOUNT TO DTL-AMOUNT
006400     ELSE
006410         MOVE ZERO TO DTL-AMOUNT
006420     END-IF
006430     MOVE PAYT-PAY-DATE TO DTL-PAY-DATE
006440     MOVE PAYT-REFERENCE TO DTL-REFERENCE
006450     IF WS-REJECT-REASON = SPACES
006460         MOVE "POSTED" TO DTL-RESULT
006470     ELSE
006480         MOVE WS-REJECT-REASON TO DTL-RESULT
006490     END-IF
006500     WRITE PRINT-LINE FROM DETAIL-LINE
006510         AFTER ADVANCING 1 LINE
006520     ADD 1 TO WS-LINE-COUNT
006530 6300-EXIT.
006540     EXIT.
006550
006560*****************************************************************
006570* 7000-PRINT-FINAL-PAGE - RUN TOTALS.
006580*****************************************************************
006590 7000-PRINT-FINAL-PAGE.
006600     MOVE WS-PAYMENTS-READ     TO TOT-READ-OUT
006610     MOVE WS-PAYMENTS-POSTED   TO TOT-POSTED-OUT
006620     MOVE WS-PAYMENTS-REJECTED TO TOT-REJECTED-OUT
006630     MOVE WS-TOTAL-POSTED      TO TOT-AMOUNT-OUT
006640     ADD 1 TO WS-PAGE-NO
006650     MOVE WS-PAGE-NO TO HDG-PAGE-NO
006660     WRITE PRINT-LINE FROM HDG-LINE-1
006670         AFTER ADVANCING PAGE
006680     WRITE PRINT-LINE FROM TOTAL-LINE-1
006690         AFTER ADVANCING 2 LINES
006700     WRITE PRINT-LINE FROM TOTAL-LINE-2
006710         AFTER ADVANCING 1 LINE
006720     WRITE PRINT-LINE FROM TOTAL-LINE-3
006730         AFTER ADVANCING 1 LINE
006740     WRITE PRINT-LINE FROM TOTAL-LINE-4
006750         AFTER ADVANCING 2 LINES
006760 7000-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800* 8000-TERMINATE
006810*****************************************************************
006820 8000-TERMINATE.
006830     IF NOT WS-ABORT
006840         CLOSE LEDGER-FILE
006850         CLOSE STUDENT-FILE
006860         IF WS-BATCH-MODE
006870             CLOSE PAYMENT-FILE
006880             CLOSE PRINT-FILE
006890             DISPLAY "PAYPOST COMPLETE - " WS-PAYMENTS-POSTED
006900                 " POSTED, " WS-PAYMENTS-REJECTED
006910                 " REJECTED - REGISTER ON PAYRPT.DAT"
006920         ELSE
006930             DISPLAY "PAYPOST COMPLETE - " WS-PAYMENTS-POSTED
006940                 " PAYMENT(S) POSTED."
006950         END-IF
006960     END-IF
006970 8000-EXIT.
006980     EXIT.
