000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  GRADERECON.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* RECONCILES THE REGISTRAR'S RETURN FOR THE FINAL GRADE FEED
000090* AGAINST OUR EXTRACT, THE SAME WAY REGRECON RECONCILES THE
000100* STUDENT FEED.  THEIR LOAD CONSUMES GRADEXTR.DAT (SEE
000110* GRADEEXTRACT) AND PRODUCES GRADRETN.DAT TELLING US WHICH
000120* GRADE RECORDS THEY ACCEPTED AND WHICH THEY KICKED OUT.
000130*
000140* READS THE RETURN FILE, MATCHES EACH RETURNED STUDENT AGAINST
000150* STUDENTS.DAT, AND PRINTS AN EXCEPTION LISTING OF EVERY GRADE
000160* THEY REJECTED WITH THEIR REJECT CODE.  THEN READS THE EXTRACT
000170* WE SENT AND FLAGS EVERY GRADE THAT IS MISSING FROM THE RETURN
000180* - A RECORD THAT VANISHED IN TRANSIT - AND ADDS THE EXTRACT
000190* BACK UP AGAINST ITS OWN "T" CONTROL TRAILER SO THE FINAL PAGE
000200* SAYS WHETHER THE FILE WE SENT BALANCES.
000210*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ------------------------------------------
000250*   2026-10-15 JMS   ORIGINAL PROGRAM.
000260*****************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS DATA-ID
000350         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000360             WITH DUPLICATES
000370         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000380
000390     SELECT RETURN-FILE ASSIGN TO "GRADRETN.DAT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RETURN-FILE-STATUS.
000420
000430     SELECT EXTRACT-FILE ASSIGN TO "GRADEXTR.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000460
000470     SELECT PRINT-FILE ASSIGN TO "GRDRECON.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PRINT-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  STUDENT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY STUDREC.
000560
000570 FD  RETURN-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 COPY GRADRETN.
000600
000610 FD  EXTRACT-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY GRADEXTR.
000640
000650 FD  PRINT-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  PRINT-LINE                      PIC X(132).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-SWITCHES.
000710     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000720         88  WS-FILE-NOT-FOUND       VALUE "35".
000730     05  WS-RETURN-FILE-STATUS       PIC X(02).
000740         88  WS-RETURN-FILE-NOT-FOUND VALUE "35".
000750     05  WS-PRINT-FILE-STATUS        PIC X(02).
000760     05  WS-RETURN-EOF-SWITCH        PIC X(01) VALUE "N".
000770         88  WS-RETURN-EOF           VALUE "Y".
000780     05  WS-EXTRACT-FILE-STATUS      PIC X(02).
000790         88  WS-EXTRACT-FILE-NOT-FOUND VALUE "35".
000800     05  WS-EXTRACT-EOF-SWITCH       PIC X(01) VALUE "N".
000810         88  WS-EXTRACT-EOF          VALUE "Y".
000820     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000830         88  WS-ABORT                VALUE "Y".
000840     05  WS-ON-MASTER-SWITCH         PIC X(01) VALUE "N".
000850         88  WS-ON-MASTER            VALUE "Y".
000860     05  WS-KEY-FOUND-SWITCH         PIC X(01) VALUE "N".
000870         88  WS-KEY-FOUND            VALUE "Y".
000880     05  WS-TRAILER-SEEN-SWITCH      PIC X(01) VALUE "N".
000890         88  WS-TRAILER-SEEN         VALUE "Y".
000900
000910 01  WS-COUNTERS.
000920     05  WS-PAGE-NO                  PIC 9(04) COMP VALUE ZERO.
000930     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
000940     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
000950
000960*****************************************************************
000970* RUN-END CONTROL TOTALS - THE RECONCILIATION ARITHMETIC.  THE
000980* HASH AND HOURS ARE ADDED UP OFF THE EXTRACT'S DETAIL RECORDS
000990* AND CHECKED AGAINST WHAT ITS TRAILER SAYS.
001000*****************************************************************
001010 01  WS-RUN-TOTALS.
001020     05  WS-RETURNED-COUNT           PIC 9(08) COMP VALUE ZERO.
001030     05  WS-ACCEPTED-COUNT           PIC 9(08) COMP VALUE ZERO.
001040     05  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
001050     05  WS-NOT-ON-MASTER-COUNT      PIC 9(08) COMP VALUE ZERO.
001060     05  WS-MISSING-COUNT            PIC 9(08) COMP VALUE ZERO.
001070     05  WS-EXTRACTED-COUNT          PIC 9(08) COMP VALUE ZERO.
001080     05  WS-ID-HASH-TOTAL            PIC 9(18) VALUE ZERO.
001090     05  WS-CREDIT-HOURS-TOTAL       PIC 9(07)V9 VALUE ZERO.
001100     05  WS-TRAILER-RECORD-COUNT     PIC 9(08) VALUE ZERO.
001110     05  WS-TRAILER-ID-HASH          PIC 9(18) VALUE ZERO.
001120     05  WS-TRAILER-CREDIT-HOURS     PIC 9(07)V9 VALUE ZERO.
001130
001140*****************************************************************
001150* TABLE OF EVERY ENROLLMENT (STUDENT, COURSE, TERM) ON THE
001160* RETURN FILE, LOADED AS THE RETURN PASS RUNS SO THE EXTRACT
001170* PASS CAN FLAG GRADES THE REGISTRAR NEVER RETURNED AT ALL.
001180* ROOM FOR 5000, LIKE REGRECON - THE RUN STOPS WITH A MESSAGE IF
001190* THE RETURN FILE EVER OUTGROWS IT.
001200*****************************************************************
001210 01  WS-RETURNED-KEY-TABLE-AREA.
001220     05  WS-RETURNED-KEY-COUNT       PIC 9(04) COMP VALUE ZERO.
001230     05  WS-RETURNED-KEY-MAX         PIC 9(04) COMP VALUE 5000.
001240     05  WS-RETURNED-KEY-ENTRY OCCURS 5000 TIMES.
001250         10  WS-RETURNED-STUDENT-ID  PIC 9(12).
001260         10  WS-RETURNED-COURSE-CODE PIC X(04).
001270         10  WS-RETURNED-TERM        PIC X(05).
001280
001290 01  WS-SUBSCRIPTS.
001300     05  WS-RTN-SUB                  PIC 9(04) COMP.
001310
001320 01  HDG-LINE-1.
001330     05  FILLER                      PIC X(34)
001340         VALUE "REGISTRAR GRADE RETURN RECONCILE".
001350     05  FILLER                      PIC X(10) VALUE "PAGE".
001360     05  HDG-PAGE-NO                 PIC ZZZ9.
001370
001380 01  REJECT-HDG-LINE.
001390     05  FILLER                      PIC X(40)
001400         VALUE "GRADES REJECTED BY THE REGISTRAR".
001410
001420 01  REJECT-COL-LINE.
001430     05  FILLER              PIC X(14) VALUE "STUDENT ID".
001440     05  FILLER              PIC X(24) VALUE "STUDENT NAME".
001450     05  FILLER              PIC X(08) VALUE "COURSE".
001460     05  FILLER              PIC X(07) VALUE "TERM".
001470     05  FILLER              PIC X(06) VALUE "CODE".
001480     05  FILLER              PIC X(30) VALUE "REASON".
001490
001500 01  REJECT-DETAIL-LINE.
001510     05  RJT-STUDENT-ID              PIC Z(11)9.
001520     05  FILLER                      PIC X(02) VALUE SPACES.
001530     05  RJT-STUDENT-NAME            PIC X(22).
001540     05  FILLER                      PIC X(02) VALUE SPACES.
001550     05  RJT-COURSE-CODE             PIC X(04).
001560     05  FILLER                      PIC X(04) VALUE SPACES.
001570     05  RJT-TERM                    PIC X(05).
001580     05  FILLER                      PIC X(02) VALUE SPACES.
001590     05  RJT-REJECT-CODE             PIC X(04).
001600     05  FILLER                      PIC X(02) VALUE SPACES.
001610     05  RJT-REJECT-TEXT             PIC X(30).
001620
001630 01  MISSING-HDG-LINE.
001640     05  FILLER                      PIC X(50) VALUE
001650         "GRADES EXTRACTED BUT MISSING FROM THE RETURN".
001660
001670 01  MISSING-COL-LINE.
001680     05  FILLER              PIC X(14) VALUE "STUDENT ID".
001690     05  FILLER              PIC X(08) VALUE "COURSE".
001700     05  FILLER              PIC X(07) VALUE "TERM".
001710     05  FILLER              PIC X(07) VALUE "GRADE".
001720     05  FILLER              PIC X(08) VALUE "ACTION".
001730
001740 01  MISSING-DETAIL-LINE.
001750     05  MSG-STUDENT-ID              PIC Z(11)9.
001760     05  FILLER                      PIC X(02) VALUE SPACES.
001770     05  MSG-COURSE-CODE             PIC X(04).
001780     05  FILLER                      PIC X(04) VALUE SPACES.
001790     05  MSG-TERM                    PIC X(05).
001800     05  FILLER                      PIC X(02) VALUE SPACES.
001810     05  MSG-GRADE                   PIC X(02).
001820     05  FILLER                      PIC X(05) VALUE SPACES.
001830     05  MSG-ACTION-CODE             PIC X(01).
001840     05  FILLER                      PIC X(07) VALUE SPACES.
001850     05  FILLER                      PIC X(30)
001860         VALUE "*** VANISHED IN TRANSIT ***".
001870
001880 01  NONE-LINE.
001890     05  FILLER                      PIC X(08) VALUE "NONE".
001900
001910 01  TOTAL-LINE-0.
001920     05  FILLER                      PIC X(28)
001930         VALUE "GRADES EXTRACTED: ".
001940     05  TOT-EXTRACTED-OUT           PIC ZZZ,ZZ9.
001950
001960 01  TOTAL-LINE-1.
001970     05  FILLER                      PIC X(28)
001980         VALUE "RECORDS RETURNED:  ".
001990     05  TOT-RETURNED-OUT            PIC ZZZ,ZZ9.
002000
002010 01  TOTAL-LINE-2.
002020     05  FILLER                      PIC X(28)
002030         VALUE "RECORDS ACCEPTED:  ".
002040     05  TOT-ACCEPTED-OUT            PIC ZZZ,ZZ9.
002050
002060 01  TOTAL-LINE-3.
002070     05  FILLER                      PIC X(28)
002080         VALUE "RECORDS REJECTED:  ".
002090     05  TOT-REJECTED-OUT            PIC ZZZ,ZZ9.
002100
002110 01  TOTAL-LINE-4.
002120     05  FILLER                      PIC X(28)
002130         VALUE "RETURNED, NOT ON MASTER: ".
002140     05  TOT-NOT-ON-MASTER-OUT       PIC ZZZ,ZZ9.
002150
002160 01  TOTAL-LINE-5.
002170     05  FILLER                      PIC X(28)
002180         VALUE "EXTRACTED, NOT RETURNED: ".
002190     05  TOT-MISSING-OUT             PIC ZZZ,ZZ9.
002200
002210 01  TOTAL-LINE-6.
002220     05  FILLER                      PIC X(28)
002230         VALUE "TRAILER RECORD COUNT: ".
002240     05  TOT-TRAILER-COUNT-OUT       PIC ZZZ,ZZ9.
002250
002260 01  TOTAL-LINE-7.
002270     05  FILLER                      PIC X(28)
002280         VALUE "STUDENT ID HASH TOTAL: ".
002290     05  TOT-ID-HASH-OUT             PIC Z(17)9.
002300     05  FILLER                      PIC X(04) VALUE SPACES.
002310     05  FILLER                      PIC X(09) VALUE "TRAILER".
002320     05  TOT-TRAILER-HASH-OUT        PIC Z(17)9.
002330
002340 01  TOTAL-LINE-8.
002350     05  FILLER                      PIC X(28)
002360         VALUE "CREDIT HOURS SENT: ".
002370     05  TOT-HOURS-OUT               PIC Z,ZZZ,ZZ9.9.
002380     05  FILLER                      PIC X(11) VALUE SPACES.
002390     05  FILLER                      PIC X(09) VALUE "TRAILER".
002400     05  TOT-TRAILER-HOURS-OUT       PIC Z,ZZZ,ZZ9.9.
002410
002420 01  TOTAL-LINE-9.
002430     05  FILLER                      PIC X(28)
002440         VALUE "EXTRACT BALANCES TO TRAILER:".
002450     05  TOT-BALANCE-OUT             PIC X(30).
002460
002470 01  FTR-LINE.
002480     05  FILLER                      PIC X(12)
002490                                     VALUE "END OF PAGE".
002500     05  FTR-PAGE-NO                 PIC ZZZ9.
002510
002520 PROCEDURE DIVISION.
002530*****************************************************************
002540* 0000-MAINLINE
002550*****************************************************************
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002580
002590     IF NOT WS-ABORT
002600         PERFORM 2000-PROCESS-RETURN-FILE THRU 2000-EXIT
002610     END-IF
002620     IF NOT WS-ABORT
002630         PERFORM 3000-FLAG-MISSING-GRADES THRU 3000-EXIT
002640         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
002650         PERFORM 6000-PRINT-FINAL-PAGE THRU 6000-EXIT
002660     END-IF
002670
002680     PERFORM 8000-TERMINATE THRU 8000-EXIT
002690     GOBACK.
002700
002710*****************************************************************
002720* 1000-INITIALIZE
002730*****************************************************************
002740 1000-INITIALIZE.
002750     OPEN INPUT STUDENT-FILE
002760     IF WS-FILE-NOT-FOUND
002770         DISPLAY "*** STUDENTS.DAT NOT FOUND - "
002780             "RUN STUDENTWRITER FIRST ***"
002790         MOVE "Y" TO WS-ABORT-SWITCH
002800     ELSE
002810         OPEN INPUT RETURN-FILE
002820         IF WS-RETURN-FILE-NOT-FOUND
002830             DISPLAY "*** GRADRETN.DAT NOT FOUND - NO RETURN "
002840                 "FILE TO RECONCILE ***"
002850             MOVE "Y" TO WS-ABORT-SWITCH
002860             CLOSE STUDENT-FILE
002870         ELSE
002880             OPEN OUTPUT PRINT-FILE
002890             DISPLAY "GRADERECON - RECONCILING GRADRETN.DAT "
002900                 "AGAINST GRADEXTR.DAT"
002910             PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
002920         END-IF
002930     END-IF
002940 1000-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980* 2000-PROCESS-RETURN-FILE - READ EVERY RETURN RECORD, REMEMBER
002990* ITS ENROLLMENT FOR THE MISSING-GRADE PASS, AND PRINT THE
003000* EXCEPTION LINE FOR EVERY REJECT.
003010*****************************************************************
003020 2000-PROCESS-RETURN-FILE.
003030     PERFORM 2050-PRINT-REJECT-HEADING THRU 2050-EXIT
003040     PERFORM 2100-READ-RETURN-RECORD THRU 2100-EXIT
003050     PERFORM 2200-PROCESS-RETURN-RECORD THRU 2200-EXIT
003060         UNTIL WS-RETURN-EOF OR WS-ABORT
003070     IF WS-REJECTED-COUNT = ZERO
003080         AND WS-NOT-ON-MASTER-COUNT = ZERO
003090         WRITE PRINT-LINE FROM NONE-LINE
003100             AFTER ADVANCING 2 LINES
003110         ADD 2 TO WS-LINE-COUNT
003120     END-IF
003130 2000-EXIT.
003140     EXIT.
003150
003160 2050-PRINT-REJECT-HEADING.
003170     WRITE PRINT-LINE FROM REJECT-HDG-LINE
003180         AFTER ADVANCING 1 LINE
003190     WRITE PRINT-LINE FROM REJECT-COL-LINE
003200         AFTER ADVANCING 2 LINES
003210     ADD 3 TO WS-LINE-COUNT
003220 2050-EXIT.
003230     EXIT.
003240
003250 2100-READ-RETURN-RECORD.
003260     READ RETURN-FILE
003270         AT END
003280             MOVE "Y" TO WS-RETURN-EOF-SWITCH
003290         NOT AT END
003300             ADD 1 TO WS-RETURNED-COUNT
003310     END-READ
003320 2100-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360* 2200-PROCESS-RETURN-RECORD - REMEMBER THE RETURNED ENROLLMENT,
003370* LOOK THE STUDENT UP ON OUR MASTER, AND PRINT A REJECT LINE IF
003380* THE REGISTRAR KICKED THE GRADE OUT.  A RETURNED STUDENT WHO IS
003390* NOT ON OUR MASTER AT ALL IS PRINTED TOO - THAT IS JUST AS
003400* WRONG IN THE OTHER DIRECTION.
003410*****************************************************************
003420 2200-PROCESS-RETURN-RECORD.
003430     IF WS-RETURNED-KEY-COUNT >= WS-RETURNED-KEY-MAX
003440         DISPLAY "*** MORE THAN " WS-RETURNED-KEY-MAX " RETURN "
003450             "RECORDS - TABLE FULL, RUN STOPPED ***"
003460         MOVE "Y" TO WS-ABORT-SWITCH
003470     ELSE
003480         ADD 1 TO WS-RETURNED-KEY-COUNT
003490         MOVE GRTN-STUDENT-ID
003500             TO WS-RETURNED-STUDENT-ID (WS-RETURNED-KEY-COUNT)
003510         MOVE GRTN-COURSE-CODE
003520             TO WS-RETURNED-COURSE-CODE (WS-RETURNED-KEY-COUNT)
003530         MOVE GRTN-TERM
003540             TO WS-RETURNED-TERM (WS-RETURNED-KEY-COUNT)
003550
003560         PERFORM 2300-LOOK-UP-ON-MASTER THRU 2300-EXIT
003570
003580         IF GRTN-REJECTED
003590             ADD 1 TO WS-REJECTED-COUNT
003600             PERFORM 2400-PRINT-REJECT-LINE THRU 2400-EXIT
003610         ELSE
003620             ADD 1 TO WS-ACCEPTED-COUNT
003630         END-IF
003640
003650         IF NOT WS-ON-MASTER
003660             ADD 1 TO WS-NOT-ON-MASTER-COUNT
003670             IF NOT GRTN-REJECTED
003680                 PERFORM 2400-PRINT-REJECT-LINE THRU 2400-EXIT
003690             END-IF
003700         END-IF
003710
003720         PERFORM 2100-READ-RETURN-RECORD THRU 2100-EXIT
003730     END-IF
003740 2200-EXIT.
003750     EXIT.
003760
003770*****************************************************************
003780* 2300-LOOK-UP-ON-MASTER - KEYED READ OF STUDENTS.DAT ON THE
003790* RETURNED ID SO THE REJECT LINE CAN CARRY THE STUDENT'S NAME.
003800*****************************************************************
003810 2300-LOOK-UP-ON-MASTER.
003820     MOVE "N" TO WS-ON-MASTER-SWITCH
003830     MOVE GRTN-STUDENT-ID TO DATA-ID
003840     READ STUDENT-FILE
003850         INVALID KEY
003860             CONTINUE
003870         NOT INVALID KEY
003880             MOVE "Y" TO WS-ON-MASTER-SWITCH
003890     END-READ
003900 2300-EXIT.
003910     EXIT.
003920
003930*****************************************************************
003940* 2400-PRINT-REJECT-LINE - ONE EXCEPTION LINE FOR A GRADE THE
003950* REGISTRAR REJECTED, OR ONE THEY RETURNED FOR A STUDENT WE DO
003960* NOT EVEN HAVE.
003970*****************************************************************
003980 2400-PRINT-REJECT-LINE.
003990     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004000         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
004010         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
004020         PERFORM 2050-PRINT-REJECT-HEADING THRU 2050-EXIT
004030     END-IF
004040
004050     MOVE GRTN-STUDENT-ID TO RJT-STUDENT-ID
004060     IF WS-ON-MASTER
004070         MOVE STUDENT-NAME TO RJT-STUDENT-NAME
004080     ELSE
004090         MOVE "*NOT ON STUDENTS.DAT*" TO RJT-STUDENT-NAME
004100     END-IF
004110     MOVE GRTN-COURSE-CODE TO RJT-COURSE-CODE
004120     MOVE GRTN-TERM        TO RJT-TERM
004130     MOVE GRTN-REJECT-CODE TO RJT-REJECT-CODE
004140     MOVE GRTN-REJECT-TEXT TO RJT-REJECT-TEXT
004150
004160     WRITE PRINT-LINE FROM REJECT-DETAIL-LINE
004170         AFTER ADVANCING 1 LINE
004180     ADD 1 TO WS-LINE-COUNT
004190 2400-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230* 3000-FLAG-MISSING-GRADES - READ THE EXTRACT WE ACTUALLY SENT
004240* (GRADEXTR.DAT) AND PRINT EVERY GRADE WHOSE ENROLLMENT NEVER
004250* CAME BACK ON THE RETURN FILE - THOSE VANISHED IN TRANSIT.  THE
004260* SAME PASS ADDS UP THE DETAIL RECORDS FOR THE TRAILER CHECK.
004270*****************************************************************
004280 3000-FLAG-MISSING-GRADES.
004290     OPEN INPUT EXTRACT-FILE
004300     IF WS-EXTRACT-FILE-NOT-FOUND
004310         DISPLAY "*** GRADEXTR.DAT NOT FOUND - MISSING-GRADE "
004320             "PASS SKIPPED ***"
004330         MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
004340     END-IF
004350     PERFORM 3050-PRINT-MISSING-HEADING THRU 3050-EXIT
004360     IF NOT WS-EXTRACT-EOF
004370         PERFORM 3100-READ-EXTRACT-RECORD THRU 3100-EXIT
004380         PERFORM 3200-CHECK-ONE-EXTRACT THRU 3200-EXIT
004390             UNTIL WS-EXTRACT-EOF
004400         CLOSE EXTRACT-FILE
004410     END-IF
004420     IF WS-MISSING-COUNT = ZERO
004430         WRITE PRINT-LINE FROM NONE-LINE
004440             AFTER ADVANCING 2 LINES
004450         ADD 2 TO WS-LINE-COUNT
004460     END-IF
004470 3000-EXIT.
004480     EXIT.
004490
004500 3050-PRINT-MISSING-HEADING.
004510     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
004520         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
004530         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
004540     END-IF
004550     WRITE PRINT-LINE FROM MISSING-HDG-LINE
004560         AFTER ADVANCING 3 LINES
004570     WRITE PRINT-LINE FROM MISSING-COL-LINE
004580         AFTER ADVANCING 2 LINES
004590     ADD 5 TO WS-LINE-COUNT
004600 3050-EXIT.
004610     EXIT.
004620
004630*****************************************************************
004640* 3100-READ-EXTRACT-RECORD - DETAIL RECORDS ARE COUNTED AND
004650* ADDED INTO THE HASH AND HOURS.  THE "T" TRAILER IS NOT A
004660* GRADE - ITS FIGURES ARE KEPT FOR THE BALANCE CHECK INSTEAD.
004670*****************************************************************
004680 3100-READ-EXTRACT-RECORD.
004690     READ EXTRACT-FILE
004700         AT END
004710             MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
004720         NOT AT END
004730             IF GRX-ACTION-TRAILER
004740                 MOVE "Y" TO WS-TRAILER-SEEN-SWITCH
004750                 MOVE GRX-TRL-RECORD-COUNT
004760                     TO WS-TRAILER-RECORD-COUNT
004770                 MOVE GRX-TRL-ID-HASH TO WS-TRAILER-ID-HASH
004780                 MOVE GRX-TRL-CREDIT-HOURS
004790                     TO WS-TRAILER-CREDIT-HOURS
004800             ELSE
004810                 ADD 1 TO WS-EXTRACTED-COUNT
004820                 ADD GRX-STUDENT-ID TO WS-ID-HASH-TOTAL
004830                 ADD GRX-CREDIT-HOURS TO WS-CREDIT-HOURS-TOTAL
004840             END-IF
004850     END-READ
004860 3100-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900* 3200-CHECK-ONE-EXTRACT - THE "T" CONTROL TRAILER IS NEVER
004910* RETURNED - SKIP IT.
004920*****************************************************************
004930 3200-CHECK-ONE-EXTRACT.
004940     IF GRX-ACTION-TRAILER
004950         CONTINUE
004960     ELSE
004970         MOVE "N" TO WS-KEY-FOUND-SWITCH
004980         PERFORM 3300-MATCH-RETURNED-KEY THRU 3300-EXIT
004990             VARYING WS-RTN-SUB FROM 1 BY 1
005000             UNTIL WS-RTN-SUB > WS-RETURNED-KEY-COUNT
005010                 OR WS-KEY-FOUND
005020         IF NOT WS-KEY-FOUND
005030             ADD 1 TO WS-MISSING-COUNT
005040             PERFORM 3400-PRINT-MISSING-LINE THRU 3400-EXIT
005050         END-IF
005060     END-IF
005070     PERFORM 3100-READ-EXTRACT-RECORD THRU 3100-EXIT
005080 3200-EXIT.
005090     EXIT.
005100
005110 3300-MATCH-RETURNED-KEY.
005120     IF GRX-STUDENT-ID = WS-RETURNED-STUDENT-ID (WS-RTN-SUB)
005130         AND GRX-COURSE-CODE
005140             = WS-RETURNED-COURSE-CODE (WS-RTN-SUB)
005150         AND GRX-TERM = WS-RETURNED-TERM (WS-RTN-SUB)
005160         MOVE "Y" TO WS-KEY-FOUND-SWITCH
005170     END-IF
005180 3300-EXIT.
005190     EXIT.
005200
005210 3400-PRINT-MISSING-LINE.
005220     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005230         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
005240         PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
005250         PERFORM 3050-PRINT-MISSING-HEADING THRU 3050-EXIT
005260     END-IF
005270
005280     MOVE GRX-STUDENT-ID  TO MSG-STUDENT-ID
005290     MOVE GRX-COURSE-CODE TO MSG-COURSE-CODE
005300     MOVE GRX-TERM        TO MSG-TERM
005310     MOVE GRX-GRADE       TO MSG-GRADE
005320     MOVE GRX-ACTION-CODE TO MSG-ACTION-CODE
005330     WRITE PRINT-LINE FROM MISSING-DETAIL-LINE
005340         AFTER ADVANCING 1 LINE
005350     ADD 1 TO WS-LINE-COUNT
005360 3400-EXIT.
005370     EXIT.
005380
005390*****************************************************************
005400* 4000-PRINT-HEADINGS
005410*****************************************************************
005420 4000-PRINT-HEADINGS.
005430     ADD 1 TO WS-PAGE-NO
005440     MOVE WS-PAGE-NO TO HDG-PAGE-NO
005450     IF WS-PAGE-NO = 1
005460         WRITE PRINT-LINE FROM HDG-LINE-1
005470     ELSE
005480         WRITE PRINT-LINE FROM HDG-LINE-1
005490             AFTER ADVANCING PAGE
005500     END-IF
005510     MOVE ZERO TO WS-LINE-COUNT
005520     MOVE SPACES TO PRINT-LINE
005530     WRITE PRINT-LINE
005540         AFTER ADVANCING 1 LINE
005550 4000-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590* 4500-PRINT-FOOTER - BOTTOM-OF-PAGE FOOTER FOR THE PAGE JUST
005600* FINISHED, PRINTED JUST BEFORE THE PAGE BREAKS TO A NEW ONE.
005610*****************************************************************
005620 4500-PRINT-FOOTER.
005630     MOVE WS-PAGE-NO TO FTR-PAGE-NO
005640     WRITE PRINT-LINE FROM FTR-LINE
005650         AFTER ADVANCING 2 LINES
005660 4500-EXIT.
005670     EXIT.
005680
005690*****************************************************************
005700* 6000-PRINT-FINAL-PAGE - THE RECONCILIATION TOTALS, THEN THE
005710* EXTRACT'S OWN FIGURES AGAINST ITS TRAILER.  NO TRAILER AT ALL
005720* MEANS THE FILE WAS CUT SHORT.
005730*****************************************************************
005740 6000-PRINT-FINAL-PAGE.
005750     MOVE WS-EXTRACTED-COUNT      TO TOT-EXTRACTED-OUT
005760     MOVE WS-RETURNED-COUNT       TO TOT-RETURNED-OUT
005770     MOVE WS-ACCEPTED-COUNT       TO TOT-ACCEPTED-OUT
005780     MOVE WS-REJECTED-COUNT       TO TOT-REJECTED-OUT
005790     MOVE WS-NOT-ON-MASTER-COUNT  TO TOT-NOT-ON-MASTER-OUT
005800     MOVE WS-MISSING-COUNT        TO TOT-MISSING-OUT
005810     MOVE WS-TRAILER-RECORD-COUNT TO TOT-TRAILER-COUNT-OUT
005820     MOVE WS-ID-HASH-TOTAL        TO TOT-ID-HASH-OUT
005830     MOVE WS-TRAILER-ID-HASH      TO TOT-TRAILER-HASH-OUT
005840     MOVE WS-CREDIT-HOURS-TOTAL   TO TOT-HOURS-OUT
005850     MOVE WS-TRAILER-CREDIT-HOURS TO TOT-TRAILER-HOURS-OUT
005860
005870     EVALUATE TRUE
005880         WHEN NOT WS-TRAILER-SEEN
005890             MOVE "NO - NO TRAILER ON FILE" TO TOT-BALANCE-OUT
005900         WHEN WS-EXTRACTED-COUNT = WS-TRAILER-RECORD-COUNT
005910             AND WS-ID-HASH-TOTAL = WS-TRAILER-ID-HASH
005920             AND WS-CREDIT-HOURS-TOTAL = WS-TRAILER-CREDIT-HOURS
005930             MOVE "YES" TO TOT-BALANCE-OUT
005940         WHEN OTHER
005950             MOVE "NO - *** OUT OF BALANCE ***" TO TOT-BALANCE-OUT
005960     END-EVALUATE
005970
005980     ADD 1 TO WS-PAGE-NO
005990     MOVE WS-PAGE-NO TO HDG-PAGE-NO
006000     WRITE PRINT-LINE FROM HDG-LINE-1
006010         AFTER ADVANCING PAGE
006020     WRITE PRINT-LINE FROM TOTAL-LINE-0
006030         AFTER ADVANCING 2 LINES
006040     WRITE PRINT-LINE FROM TOTAL-LINE-1
006050         AFTER ADVANCING 1 LINE
006060     WRITE PRINT-LINE FROM TOTAL-LINE-2
006070         AFTER ADVANCING 1 LINE
006080     WRITE PRINT-LINE FROM TOTAL-LINE-3
006090         AFTER ADVANCING 1 LINE
006100     WRITE PRINT-LINE FROM TOTAL-LINE-4
006110         AFTER ADVANCING 1 LINE
006120     WRITE PRINT-LINE FROM TOTAL-LINE-5
006130         AFTER ADVANCING 1 LINE
006140     WRITE PRINT-LINE FROM TOTAL-LINE-6
006150         AFTER ADVANCING 2 LINES
006160     WRITE PRINT-LINE FROM TOTAL-LINE-7
006170         AFTER ADVANCING 1 LINE
006180     WRITE PRINT-LINE FROM TOTAL-LINE-8
006190         AFTER ADVANCING 1 LINE
006200     WRITE PRINT-LINE FROM TOTAL-LINE-9
006210         AFTER ADVANCING 1 LINE
006220 6000-EXIT.
006230     EXIT.
006240
006250*****************************************************************
006260* 8000-TERMINATE
006270*****************************************************************
006280 8000-TERMINATE.
006290     IF NOT WS-ABORT
006300         CLOSE STUDENT-FILE
006310         CLOSE RETURN-FILE
006320         CLOSE PRINT-FILE
006330         DISPLAY "GRADERECON COMPLETE - " WS-RETURNED-COUNT
006340             " RETURNED, " WS-REJECTED-COUNT " REJECTED, "
006350             WS-MISSING-COUNT " MISSING FROM RETURN"
006360     END-IF
006370     IF WS-ABORT
006380         MOVE 8 TO RETURN-CODE
006390     END-IF
006400 8000-EXIT.
006410     EXIT.
