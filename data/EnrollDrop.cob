000326*                    ENROLLED - AND WAITPROM'S CAPACITY
000327*                    SWEEP, SO AN OVER-ENROLLED SECTION IS NOT
000328*                    HELD OVER ITS LIMIT BY REFILLING A DROP.
000329*   2026-10-15 JMS   THE PROMOTION NOW ALSO RUNS WAITPROM'S
000330*                    PREREQUISITE (PREREQ.DAT) AND REGISTRATION
000331*                    HOLD (HOLDS.DAT) CHECKS - A STUDENT FAILING
000332*                    EITHER STAYS QUEUED AND THE SEAT GOES ON.
000333*   2026-10-15 JMS   A DROP NOW POSTS A TUITION REFUND TO
000334*                    LEDGER.DAT - THE COURSE'S CREDIT HOURS AT THE
000335*                    TERM'S FEESCHED.DAT RATE, CAPPED AT THE
000336*                    TUITION BILLRUN HAS CHARGED FOR THE TERM.
000337*****************************************************************
000338
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS ENROLL-KEY
000410         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000411
000412     SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
000413         ORGANIZATION IS INDEXED
000414         ACCESS MODE IS RANDOM
000415         RECORD KEY IS PREREQ-COURSE-CODE
000416         FILE STATUS IS WS-PREREQ-FILE-STATUS.
000420
000430     SELECT DROPLOG-FILE ASSIGN TO "DROPLOG.DAT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-DROPLOG-FILE-STATUS.
000451
000452     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS HOLD-KEY
000456         FILE STATUS IS WS-HOLD-FILE-STATUS.
000460
000470     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000491
000492     SELECT FEE-FILE ASSIGN TO "FEESCHED.DAT"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS FEE-TERM
000496         FILE STATUS IS WS-FEE-FILE-STATUS.
000500
000510     SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-WAITLIST-FILE-STATUS.
000531
000532     SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS DYNAMIC
000535         RECORD KEY IS LEDG-KEY
000536         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000540
000550     SELECT WAITTEMP-FILE ASSIGN TO "WAITTMP.DAT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000670 FD  ENROLL-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY ENROLLREC.
000692
000694 FD  PREREQ-FILE
000696     LABEL RECORDS ARE STANDARD.
000698 COPY PREREQ.
000700
000710 FD  DROPLOG-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY DROPREC.
000732
000734 FD  HOLD-FILE
000736     LABEL RECORDS ARE STANDARD.
000738 COPY HOLDREC.
000740
000750 FD  AUDIT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY AUDITREC.
000772
000774 FD  FEE-FILE
000776     LABEL RECORDS ARE STANDARD.
000778 COPY FEESCHED.
000780
000790 FD  WAITLIST-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY WAITREC.
000812
000814 FD  LEDGER-FILE
000816     LABEL RECORDS ARE STANDARD.
000818 COPY LEDGREC.
000820
000830*****************************************************************
000840* THE TEMP FILE CARRIES THE SURVIVING WAITLIST RECORD IMAGE
000970     05  WS-ENROLL-FILE-STATUS       PIC X(02).
000980         88  WS-ENROLL-FILE-OK       VALUE "00".
000990         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
000991     05  WS-PREREQ-FILE-STATUS       PIC X(02).
000992         88  WS-PREREQ-FILE-NOT-FOUND VALUE "35".
000993     05  WS-PREREQ-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
000994         88  WS-PREREQ-FILE-AVAILABLE VALUE "Y".
000995     05  WS-PREREQS-MET-SWITCH       PIC X(01) VALUE "Y".
000996         88  WS-PREREQS-MET          VALUE "Y".
000997     05  WS-PREREQ-EARNED-SWITCH     PIC X(01) VALUE "N".
000998         88  WS-PREREQ-EARNED        VALUE "Y".
001000     05  WS-DROPLOG-FILE-STATUS      PIC X(02).
001010         88  WS-DROPLOG-FILE-OK      VALUE "00".
001011     05  WS-HOLD-FILE-STATUS         PIC X(02).
001012         88  WS-HOLD-FILE-NOT-FOUND  VALUE "35".
001013     05  WS-HOLD-FILE-AVAIL-SWITCH   PIC X(01) VALUE "N".
001014         88  WS-HOLD-FILE-AVAILABLE  VALUE "Y".
001015     05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
001016         88  WS-HOLD-EOF             VALUE "Y".
001017     05  WS-REG-HOLD-SWITCH          PIC X(01) VALUE "N".
001018         88  WS-REG-HOLD-FOUND       VALUE "Y".
001020     05  WS-AUDIT-FILE-STATUS        PIC X(02).
001030         88  WS-AUDIT-FILE-OK        VALUE "00".
001031     05  WS-FEE-FILE-STATUS          PIC X(02).
001032         88  WS-FEE-FILE-NOT-FOUND   VALUE "35".
001033     05  WS-FEE-FILE-AVAIL-SWITCH    PIC X(01) VALUE "N".
001034         88  WS-FEE-FILE-AVAILABLE   VALUE "Y".
001035     05  WS-LEDGER-FILE-STATUS       PIC X(02).
001036         88  WS-LEDGER-FILE-NOT-FOUND VALUE "35".
001037     05  WS-LEDGER-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
001038         88  WS-LEDGER-FILE-AVAILABLE VALUE "Y".
001040     05  WS-WAITLIST-FILE-STATUS     PIC X(02).
001050         88  WS-WAITLIST-FILE-OK     VALUE "00".
001060         88  WS-WAITLIST-FILE-NOT-FOUND VALUE "35".
001064     05  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE "N".
001068         88  WS-LEDGER-EOF           VALUE "Y".
001070     05  WS-WAITTEMP-FILE-STATUS     PIC X(02).
001072     05  WS-TERM-FILE-STATUS         PIC X(02).
001074         88  WS-TERM-FILE-OK         VALUE "00".
001510     05  WS-EFF-DAY                  PIC 9(02).
001520
001530*****************************************************************
001535* THE DROPPED ENROLLMENT, SAVED OFF BEFORE THE DELETE - THE
001540* WAITLIST PROMOTION NEEDS TO KNOW WHICH SEAT OPENED, AND THE
001545* DROP REFUND WHOSE ACCOUNT TO CREDIT.
001560*****************************************************************
001570 01  WS-FREED-SEAT-AREAS.
001580     05  WS-FREED-COURSE-CODE        PIC X(04).
001590     05  WS-FREED-TERM               PIC X(05).
001591     05  WS-FREED-STUDENT-ID         PIC 9(12).
001592
001593*****************************************************************
001594* CAPACITY-CHECK WORK AREAS - SAME ARITHMETIC AS WAITPROM'S
001700     05  FILLER                      PIC X(01).
001710     05  WS-SAVE-TERM                PIC X(05).
001720     05  FILLER                      PIC X(18).
001721
001722*****************************************************************
001723* DROP REFUND WORK AREAS - SEE 5200-POST-DROP-REFUND.
001724*****************************************************************
001725 01  WS-REFUND-WORK-AREAS.
001726     05  WS-REFUND-AMOUNT            PIC 9(07)V99.
001727     05  WS-NET-TUITION-BILLED       PIC S9(07)V99.
001728     05  WS-LAST-SEQ-NO              PIC 9(05).
001729     05  WS-SHOW-REFUND              PIC Z,ZZZ,ZZ9.99.
001730
001731 01  WS-REFUND-LIMIT-AREAS.
001732     05  WS-REMAINING-HOURS          PIC 9(03)V9.
001733     05  WS-REMAINING-TUITION        PIC 9(07)V99.
001734     05  WS-REFUND-LIMIT             PIC S9(07)V99.
001735
001740*****************************************************************
001750* RUN-END CONTROL TOTALS - DROPS APPLIED AND REJECTED, PLUS HOW
001760* MANY WAITLISTED STUDENTS WERE PROMOTED INTO FREED SEATS.
001790     05  WS-RUN-DROPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
001800     05  WS-RUN-REJECT-COUNT         PIC 9(08) COMP VALUE ZERO.
001810     05  WS-RUN-PROMOTED-COUNT       PIC 9(08) COMP VALUE ZERO.
001815     05  WS-RUN-REFUND-COUNT         PIC 9(08) COMP VALUE ZERO.
001820
001830*****************************************************************
001840* WORK AREAS USED TO EDIT THE KEYED EFFECTIVE DATE INTO A REAL
002090     05  FILLER                      PIC 99 VALUE 31.
002100 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-DATA.
002110     05  WS-DAYS-IN-MONTH-TBL        PIC 99 OCCURS 12 TIMES.
002111
002112*****************************************************************
002113* PREREQUISITE-CHECK WORK AREAS - SAME COMPARISON AS
002114* WAITPROM'S.  GRADES RANK BY THEIR PLACE ON THE SHARED GRADE
002115* POINT TABLE, BEST FIRST.
002116*****************************************************************
002117 COPY GRADEPTS.
002120
002121 01  WS-PREREQ-WORK-AREAS.
002122     05  WS-PREREQ-SUB               PIC 9(02) COMP.
002123     05  WS-GP-SUB                   PIC 9(02) COMP.
002124     05  WS-LOOKUP-GRADE             PIC X(02).
002125     05  WS-GRADE-RANK               PIC 9(02).
002126     05  WS-MIN-RANK                 PIC 9(02).
002127
002130 PROCEDURE DIVISION.
002140*****************************************************************
002150* 0000-MAINLINE
002618             DISPLAY "ENROLLDROP - DROP A SINGLE ENROLLMENT."
002619         END-IF
002620     END-IF
002622     IF NOT WS-ABORT
002624         PERFORM 1200-OPEN-OTHER-FILES THRU 1200-EXIT
002626     END-IF
002630 1000-EXIT.
002640     EXIT.
002650
002790     END-IF
002800 1100-EXIT.
002810     EXIT.
002812
002814*****************************************************************
002816* 1200-OPEN-OTHER-FILES - THE FILES THE PROMOTION'S PREREQUISITE
002818* AND HOLD CHECKS AND THE DROP REFUND READ.  ONLY OPENED ONCE
002820* ENROLL.DAT IS KNOWN GOOD.  A MISSING ONE JUST TURNS ITS CHECK
002822* OR THE REFUND OFF.
002824*****************************************************************
002826 1200-OPEN-OTHER-FILES.
002828     OPEN INPUT PREREQ-FILE
002830     IF WS-PREREQ-FILE-NOT-FOUND
002832         DISPLAY "NOTE - PREREQ.DAT NOT FOUND, NO "
002834             "PREREQUISITE CHECK ON PROMOTION."
002836     ELSE
002838         MOVE "Y" TO WS-PREREQ-FILE-AVAIL-SWITCH
002840     END-IF
002842
002844     OPEN INPUT HOLD-FILE
002846     IF WS-HOLD-FILE-NOT-FOUND
002848         DISPLAY "NOTE - HOLDS.DAT NOT FOUND, NO "
002850             "REGISTRATION HOLD CHECK ON PROMOTION."
002852     ELSE
002854         MOVE "Y" TO WS-HOLD-FILE-AVAIL-SWITCH
002856     END-IF
002858
002860     OPEN INPUT FEE-FILE
002862     IF WS-FEE-FILE-NOT-FOUND
002864         DISPLAY "NOTE - FEESCHED.DAT NOT FOUND, NO "
002866             "DROP REFUND."
002868     ELSE
002870         MOVE "Y" TO WS-FEE-FILE-AVAIL-SWITCH
002872     END-IF
002874
002876     OPEN I-O LEDGER-FILE
002878     IF WS-LEDGER-FILE-NOT-FOUND
002880         DISPLAY "NOTE - LEDGER.DAT NOT FOUND, NO "
002882             "DROP REFUND."
002884     ELSE
002886         MOVE "Y" TO WS-LEDGER-FILE-AVAIL-SWITCH
002888     END-IF
002890 1200-EXIT.
002892     EXIT.
002894
002896*****************************************************************
002898* 1300-CLOSE-OTHER-FILES - A FILE THAT WAS NEVER OPENED IS NOT
002900* CLOSED.
002902*****************************************************************
002904 1300-CLOSE-OTHER-FILES.
002906     IF WS-PREREQ-FILE-AVAILABLE
002908         CLOSE PREREQ-FILE
002910     END-IF
002912     IF WS-HOLD-FILE-AVAILABLE
002914         CLOSE HOLD-FILE
002916     END-IF
002918     IF WS-FEE-FILE-AVAILABLE
002920         CLOSE FEE-FILE
002922     END-IF
002924     IF WS-LEDGER-FILE-AVAILABLE
002926         CLOSE LEDGER-FILE
002928     END-IF
002930 1300-EXIT.
002932     EXIT.
002960
002970*****************************************************************
002980* 2000-GET-ENROLL-KEY
004590* FAILED WRITE SKIPS THE DELETE, SO A FAILURE CAN NEVER LEAVE
004600* US WITH A HARD DELETE AND NO ARCHIVE.  A SUCCESSFUL DROP
004610* FREES A SEAT, SO THE WAITLIST HEAD FOR THE COURSE/TERM IS
004615* PROMOTED STRAIGHT AWAY - AFTER THE STUDENT'S TUITION FOR THE
004620* COURSE IS REFUNDED TO THEIR ACCOUNT.
004630*****************************************************************
004640 5000-DROP-ENROLLMENT.
004650     MOVE "N" TO WS-DROP-OK-SWITCH
004660     MOVE ENROLL-COURSE-CODE TO WS-FREED-COURSE-CODE
004670     MOVE ENROLL-TERM        TO WS-FREED-TERM
004675     MOVE ENROLL-STUDENT-ID  TO WS-FREED-STUDENT-ID
004680     PERFORM 5100-WRITE-DROPLOG-RECORD THRU 5100-EXIT
004690
004700     IF NOT WS-DROPLOG-FILE-OK
004860         ADD 1 TO WS-RUN-DROPPED-COUNT
004870         PERFORM 6000-WRITE-AUDIT-RECORD THRU 6000-EXIT
004880         DISPLAY "ENROLLMENT DROPPED."
004885         PERFORM 5200-POST-DROP-REFUND THRU 5200-EXIT
004890         PERFORM 7000-PROMOTE-WAITLIST-HEAD THRU 7000-EXIT
004900     END-IF
004910 5000-EXIT.
004930
004940*****************************************************************
004950* 5100-WRITE-DROPLOG-RECORD - COPY THE FULL ENROLLMENT INTO THE
004951* DROP LOG LAYOUT AND STAMP WHY, WHEN AND BY WHOM IT WAS
004952* DROPPED.  THE REASON WAS ALREADY MOVED IN BY THE PROMPTS.
004953*****************************************************************
004954 5100-WRITE-DROPLOG-RECORD.
004955     MOVE ENROLL-STUDENT-ID       TO DROP-STUDENT-ID
004956     MOVE ENROLL-COURSE-CODE      TO DROP-COURSE-CODE
004957     MOVE ENROLL-TERM             TO DROP-TERM
004958     MOVE ENROLL-DATE             TO DROP-ENROLL-DATE
004959     MOVE ENROLL-GRADE            TO DROP-GRADE
004960     MOVE WS-EFFECTIVE-DATE-REPLY TO DROP-EFFECTIVE-DATE
004961     MOVE WS-OPERATOR-ID          TO DROP-DROPPED-BY
004962     ACCEPT DROP-DROPPED-DATE FROM DATE YYYYMMDD
004963     WRITE DROP-REC
004964 5100-EXIT.
004965     EXIT.
004966
004967*****************************************************************
004968* 5200-POST-DROP-REFUND - CREDIT THE STUDENT'S ACCOUNT WITH THE
004969* DROPPED COURSE'S TUITION - ITS CREDIT HOURS AT THE TERM'S
004970* RATE ON FEESCHED.DAT, ROUNDED TO THE CENT THE SAME WAY
004971* BILLRUN CHARGES IT.  THE REFUND IS CAPPED AT THE TUITION THE
004972* STUDENT HAS BEEN CHARGED FOR THE TERM, NET OF ANY EARLIER
004973* CREDITS, LESS WHAT THE STUDENT'S REMAINING HOURS IN THE TERM
004974* CARRY AT THE SAME RATE - THE SAME RECKONING BILLRUN MAKES - SO
004975* ONLY TUITION ACTUALLY BILLED FOR THE DROPPED HOURS COMES BACK.
004976* A DROP BEFORE BILLRUN HAS BILLED THE COURSE POSTS NOTHING -
004977* BILLRUN WILL SIMPLY NOT CHARGE FOR IT.  FLAT FEES ARE NOT
004978* REFUNDED.  SKIPPED IF THE COURSE, FEE SCHEDULE OR LEDGER FILE
004979* COULD NOT BE OPENED.
004980*****************************************************************
004981 5200-POST-DROP-REFUND.
004982     IF WS-COURSE-FILE-AVAILABLE
004983         AND WS-FEE-FILE-AVAILABLE
004984         AND WS-LEDGER-FILE-AVAILABLE
004985         MOVE ZERO TO WS-REFUND-AMOUNT
004986         MOVE WS-FREED-COURSE-CODE TO COURSE-CODE OF COURSE-REC
004987         READ COURSE-FILE
004988             INVALID KEY
004989                 DISPLAY "NOTE - COURSE NOT ON COURSES.DAT, NO "
004990                     "DROP REFUND."
004991             NOT INVALID KEY
004992                 MOVE WS-FREED-TERM TO FEE-TERM
004993                 READ FEE-FILE
004994                     INVALID KEY
004995                         DISPLAY "NOTE - NO FEE SCHEDULE FOR THE "
004996                             "TERM, NO DROP REFUND."
004997                     NOT INVALID KEY
004998                         COMPUTE WS-REFUND-AMOUNT ROUNDED =
004999                             COURSE-CREDIT-HOURS
005000                             * FEE-CREDIT-HOUR-RATE
005001                 END-READ
005002         END-READ
005003
005004         IF WS-REFUND-AMOUNT > ZERO
005005             PERFORM 5300-SCAN-STUDENT-LEDGER THRU 5300-EXIT
005006             PERFORM 5250-ADD-REMAINING-HOURS THRU 5250-EXIT
005007             COMPUTE WS-REMAINING-TUITION ROUNDED =
005008                 WS-REMAINING-HOURS * FEE-CREDIT-HOUR-RATE
005009             COMPUTE WS-REFUND-LIMIT =
005010                 WS-NET-TUITION-BILLED - WS-REMAINING-TUITION
005011             IF WS-REFUND-LIMIT < WS-REFUND-AMOUNT
005012                 IF WS-REFUND-LIMIT > ZERO
005013                     MOVE WS-REFUND-LIMIT TO WS-REFUND-AMOUNT
005014                 ELSE
005015                     MOVE ZERO TO WS-REFUND-AMOUNT
005016                 END-IF
005017             END-IF
005018         END-IF
005019
005020         IF WS-REFUND-AMOUNT > ZERO
005021             PERFORM 5400-WRITE-REFUND-POSTING THRU 5400-EXIT
005022         END-IF
005023     END-IF
005024 5200-EXIT.
005025     EXIT.
005026
005027*****************************************************************
005028* 5250-ADD-REMAINING-HOURS - THE CREDIT HOURS OF THE STUDENT'S
005029* ENROLLMENTS STILL ON FILE FOR THE FREED TERM, THE DROPPED ONE
005030* ALREADY DELETED.  STUDENT ID IS THE LEADING FIELD OF
005031* ENROLL-KEY, SO THIS IS A START AND A SHORT READ-NEXT.  A
005032* COURSE NOT ON COURSES.DAT CARRIES NO HOURS, AS IN BILLRUN.
005033*****************************************************************
005034 5250-ADD-REMAINING-HOURS.
005035     MOVE ZERO TO WS-REMAINING-HOURS
005036     MOVE "N" TO WS-ENROLL-EOF-SWITCH
005037     MOVE WS-FREED-STUDENT-ID TO ENROLL-STUDENT-ID
005038     MOVE LOW-VALUES TO ENROLL-COURSE-CODE
005039     MOVE LOW-VALUES TO ENROLL-TERM
005040     START ENROLL-FILE KEY NOT < ENROLL-KEY
005041         INVALID KEY
005042             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005043     END-START
005044     PERFORM 5260-READ-REMAINING-ENROLLMENT THRU 5260-EXIT
005045         UNTIL WS-ENROLL-EOF
005046 5250-EXIT.
005047     EXIT.
005048
005049 5260-READ-REMAINING-ENROLLMENT.
005050     READ ENROLL-FILE NEXT RECORD
005051         AT END
005052             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005053         NOT AT END
005054             IF ENROLL-STUDENT-ID NOT = WS-FREED-STUDENT-ID
005055                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005056             ELSE
005057                 IF ENROLL-TERM = WS-FREED-TERM
005058                     MOVE ENROLL-COURSE-CODE
005059                         TO COURSE-CODE OF COURSE-REC
005060                     READ COURSE-FILE
005061                         INVALID KEY
005062                             CONTINUE
005063                         NOT INVALID KEY
005064                             ADD COURSE-CREDIT-HOURS
005065                                 TO WS-REMAINING-HOURS
005066                     END-READ
005067                 END-IF
005068             END-IF
005069     END-READ
005070 5260-EXIT.
005071     EXIT.
005072
005073*****************************************************************
005074* 5300-SCAN-STUDENT-LEDGER - READ EVERY POSTING UNDER THE
005075* STUDENT FOR THE TUITION CHARGED LESS TUITION CREDITED FOR THE
005076* FREED TERM, AND THE HIGHEST SEQUENCE NUMBER IN USE - THE
005077* SAME SWEEP BILLRUN MAKES.
005078*****************************************************************
005079 5300-SCAN-STUDENT-LEDGER.
005080     MOVE ZERO TO WS-NET-TUITION-BILLED
005081     MOVE ZERO TO WS-LAST-SEQ-NO
005082     MOVE "N" TO WS-LEDGER-EOF-SWITCH
005083     MOVE WS-FREED-STUDENT-ID TO LEDG-STUDENT-ID
005084     MOVE ZERO TO LEDG-SEQ-NO
005085     START LEDGER-FILE KEY NOT < LEDG-KEY
005086         INVALID KEY
005087             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
005088     END-START
005089     PERFORM 5350-READ-STUDENT-POSTING THRU 5350-EXIT
005090         UNTIL WS-LEDGER-EOF
005091 5300-EXIT.
005092     EXIT.
005093
005094 5350-READ-STUDENT-POSTING.
005095     READ LEDGER-FILE NEXT RECORD
005096         AT END
005097             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
005098         NOT AT END
005099             IF LEDG-STUDENT-ID NOT = WS-FREED-STUDENT-ID
005100                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
005101             ELSE
005102                 MOVE LEDG-SEQ-NO TO WS-LAST-SEQ-NO
005103                 IF LEDG-TERM = WS-FREED-TERM
005104                     IF LEDG-TUITION-CHARGE
005105                         ADD LEDG-AMOUNT TO WS-NET-TUITION-BILLED
005106                     END-IF
005107                     IF LEDG-TUITION-CREDIT
005108                         SUBTRACT LEDG-AMOUNT
005109                             FROM WS-NET-TUITION-BILLED
005110                     END-IF
005111                 END-IF
005112             END-IF
005113     END-READ
005114 5350-EXIT.
005115     EXIT.
005116
005120*****************************************************************
005121* 5400-WRITE-REFUND-POSTING - THE REFUND GOES ON AS A TUITION
005122* CREDIT UNDER THE STUDENT'S NEXT SEQUENCE NUMBER, CARRYING THE
005123* DROPPED COURSE AND THE SIGNED-ON OPERATOR.  A CREDIT HAS NO
005124* DUE DATE.
005125*****************************************************************
005126 5400-WRITE-REFUND-POSTING.
005127     IF WS-LAST-SEQ-NO = 99999
005128         DISPLAY "*** STUDENT HAS NO LEDGER SEQUENCE NUMBERS "
005129             "LEFT - NO DROP REFUND POSTED ***"
005130     ELSE
005131         MOVE SPACES TO LEDG-REC
005132         MOVE WS-FREED-STUDENT-ID TO LEDG-STUDENT-ID
005133         COMPUTE LEDG-SEQ-NO = WS-LAST-SEQ-NO + 1
005134         MOVE WS-FREED-TERM TO LEDG-TERM
005135         MOVE "R" TO LEDG-TRAN-TYPE
005136         MOVE WS-FREED-COURSE-CODE TO LEDG-COURSE-CODE
005137         MOVE "DROP REFUND" TO LEDG-DESCRIPTION
005138         MOVE WS-REFUND-AMOUNT TO LEDG-AMOUNT
005139         ACCEPT LEDG-POST-DATE FROM DATE YYYYMMDD
005140         MOVE ZERO TO LEDG-DUE-DATE
005141         MOVE "ENROLLDROP" TO LEDG-REFERENCE
005142         MOVE WS-OPERATOR-ID TO LEDG-POSTED-BY
005143         WRITE LEDG-REC
005144             INVALID KEY
005145                 DISPLAY "*** DROP REFUND COULD NOT BE WRITTEN "
005146                     "TO LEDGER.DAT ***"
005147             NOT INVALID KEY
005148                 ADD 1 TO WS-RUN-REFUND-COUNT
005149                 MOVE WS-REFUND-AMOUNT TO WS-SHOW-REFUND
005150                 DISPLAY "DROP REFUND OF " WS-SHOW-REFUND
005151                     " POSTED TO THE STUDENT'S ACCOUNT."
005152         END-WRITE
005153     END-IF
005154 5400-EXIT.
005155     EXIT.
005156
005160*****************************************************************
005162* 6000-WRITE-AUDIT-RECORD - APPEND ONE ENTRY TO AUDIT.DAT FOR
005164* THE ENROLLMENT JUST DROPPED - WHO DROPPED IT, WHEN, AND WHAT
005166* WAS DONE.
005168*****************************************************************
005170 6000-WRITE-AUDIT-RECORD.
005180     MOVE ENROLL-STUDENT-ID   TO AUDIT-DATA-ID
005190     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
005830* WHOSE STUDENT IS ALREADY ENROLLED IS DROPPED AND THE SEAT
005834* STAYS OPEN FOR THE NEXT IN LINE.  A COURSE STILL AT OR OVER
005836* ITS SEAT LIMIT AFTER THE DROP (AN OVER-ENROLLED SECTION)
005837* LEAVES THE ENTRY QUEUED, AS DOES A FAILED WRITE.  SO DOES A
005838* STUDENT WITH AN ACTIVE REGISTRATION HOLD, OR WHO HAS NOT
005839* PASSED THE COURSE'S PREREQUISITES, BUT THEN THE SEAT STAYS
005840* OPEN FOR THE NEXT IN LINE.
005842*****************************************************************
005846 7200-TRY-PROMOTE-ENTRY.
005848     MOVE "N" TO WS-ENTRY-DROP-SWITCH
005850     MOVE ZERO TO WS-COURSE-MAX-SEATS
005854     PERFORM 7210-CHECK-ENTRY-COURSE THRU 7210-EXIT
005855     IF NOT WS-ENTRY-DROPPED
005856         PERFORM 7220-CHECK-ENTRY-STUDENT THRU 7220-EXIT
005857     END-IF
005858     IF NOT WS-ENTRY-DROPPED
005859         PERFORM 7230-CHECK-SEAT-STILL-OPEN THRU 7230-EXIT
005860     END-IF
005861     IF NOT WS-ENTRY-DROPPED
005862         AND NOT WS-COURSE-FULL
005863         PERFORM 7290-CHECK-REGISTRATION-HOLDS THRU 7290-EXIT
005864         IF NOT WS-REG-HOLD-FOUND
005865             PERFORM 7260-CHECK-PREREQUISITES THRU 7260-EXIT
005866         END-IF
005869     END-IF
005870     IF WS-ENTRY-DROPPED
005871         CONTINUE
005876         WRITE WAITTEMP-REC FROM WS-SAVE-WAIT-REC
005877         MOVE "Y" TO WS-SEAT-FILLED-SWITCH
005878     ELSE
005879     IF WS-REG-HOLD-FOUND
005880         DISPLAY "WAITLISTED STUDENT " WS-SAVE-STUDENT-ID
005881             " HAS AN ACTIVE REGISTRATION HOLD - ENTRY LEFT "
005882             "QUEUED."
005883         WRITE WAITTEMP-REC FROM WS-SAVE-WAIT-REC
005884     ELSE
005885     IF NOT WS-PREREQS-MET
005886         DISPLAY "WAITLISTED STUDENT " WS-SAVE-STUDENT-ID
005887             " HAS NOT PASSED THE PREREQUISITES - ENTRY LEFT "
005888             "QUEUED."
005889         WRITE WAITTEMP-REC FROM WS-SAVE-WAIT-REC
005890     ELSE
005891         MOVE "N" TO WS-ALREADY-ENROLLED-SWITCH
005892         MOVE WS-SAVE-STUDENT-ID  TO ENROLL-STUDENT-ID
005893         MOVE WS-SAVE-COURSE-CODE TO ENROLL-COURSE-CODE
005894         MOVE WS-SAVE-TERM        TO ENROLL-TERM
005898         READ ENROLL-FILE
005902             INVALID KEY
006018                         WS-FREED-COURSE-CODE " / "
006022                         WS-FREED-TERM
006026             END-WRITE
006027         END-IF
006028         END-IF
006030         END-IF
006032         END-IF
006034     END-IF
006352 7250-EXIT.
006354     EXIT.
006356
006357*****************************************************************
006358* 7260-CHECK-PREREQUISITES - LOOK THE FREED COURSE UP ON
006359* PREREQ.DAT AND CHECK THE QUEUED STUDENT HAS PASSED EACH
006360* PREREQUISITE LISTED AT OR ABOVE ITS MINIMUM GRADE - THE SAME
006361* CHECK WAITPROM MAKES.  SKIPPED IF PREREQ.DAT COULD NOT BE
006362* OPENED.
006363*****************************************************************
006364 7260-CHECK-PREREQUISITES.
006365     MOVE "Y" TO WS-PREREQS-MET-SWITCH
006366     IF WS-PREREQ-FILE-AVAILABLE
006367         MOVE WS-SAVE-COURSE-CODE TO PREREQ-COURSE-CODE
006368         READ PREREQ-FILE
006369             INVALID KEY
006370                 MOVE ZERO TO PREREQ-COUNT
006371         END-READ
006372         PERFORM 7265-CHECK-ONE-PREREQ THRU 7265-EXIT
006373             VARYING WS-PREREQ-SUB FROM 1 BY 1
006374             UNTIL WS-PREREQ-SUB > PREREQ-COUNT
006375                 OR NOT WS-PREREQS-MET
006376     END-IF
006377 7260-EXIT.
006378     EXIT.
006379
006380*****************************************************************
006381* 7265-CHECK-ONE-PREREQ - STUDENT ID IS THE LEADING FIELD OF
006382* ENROLL-KEY, SO THE STUDENT'S OWN ENROLLMENTS ARE A START AND
006383* A SHORT READ-NEXT.  ONLY AN EARNED GRADE COUNTS.  THE SWEEP
006384* REUSES ENROLL-FILE'S RECORD AREA - THE ENTRY IN HAND IS
006385* ALREADY SAVED OFF.
006386*****************************************************************
006387 7265-CHECK-ONE-PREREQ.
006388     MOVE PREREQ-MIN-GRADE (WS-PREREQ-SUB) TO WS-LOOKUP-GRADE
006389     PERFORM 7275-LOOK-UP-GRADE-RANK THRU 7275-EXIT
006390     MOVE WS-GRADE-RANK TO WS-MIN-RANK
006391
006392     MOVE "N" TO WS-PREREQ-EARNED-SWITCH
006393     MOVE "N" TO WS-ENROLL-EOF-SWITCH
006394     MOVE WS-SAVE-STUDENT-ID TO ENROLL-STUDENT-ID
006395     MOVE LOW-VALUES TO ENROLL-COURSE-CODE
006396     MOVE LOW-VALUES TO ENROLL-TERM
006397     START ENROLL-FILE KEY NOT < ENROLL-KEY
006398         INVALID KEY
006399             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
006400     END-START
006401     IF NOT WS-ENROLL-EOF
006402         PERFORM 7270-READ-STUDENT-ENROLLMENT THRU 7270-EXIT
006403             UNTIL WS-ENROLL-EOF
006404                 OR WS-PREREQ-EARNED
006405     END-IF
006406
006407     IF NOT WS-PREREQ-EARNED
006408         MOVE "N" TO WS-PREREQS-MET-SWITCH
006409     END-IF
006410 7265-EXIT.
006411     EXIT.
006412
006413 7270-READ-STUDENT-ENROLLMENT.
006414     READ ENROLL-FILE NEXT RECORD
006415         AT END
006416             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
006417         NOT AT END
006418             IF ENROLL-STUDENT-ID NOT = WS-SAVE-STUDENT-ID
006419                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
006420             ELSE
006421                 IF ENROLL-COURSE-CODE
006422                     = PREREQ-REQ-COURSE (WS-PREREQ-SUB)
006423                     AND ENROLL-GRADE-EARNED
006424                     MOVE ENROLL-GRADE TO WS-LOOKUP-GRADE
006425                     PERFORM 7275-LOOK-UP-GRADE-RANK
006426                         THRU 7275-EXIT
006427                     IF WS-GRADE-RANK NOT > WS-MIN-RANK
006428                         MOVE "Y" TO WS-PREREQ-EARNED-SWITCH
006429                     END-IF
006430                 END-IF
006431             END-IF
006432     END-READ
006433 7270-EXIT.
006434     EXIT.
006435
006436*****************************************************************
006437* 7275-LOOK-UP-GRADE-RANK - THE POSITION OF WS-LOOKUP-GRADE ON
006438* THE GRADE POINT TABLE, 1 BEING THE BEST.  A GRADE NOT ON THE
006439* TABLE RANKS 99.
006440*****************************************************************
006441 7275-LOOK-UP-GRADE-RANK.
006442     MOVE 99 TO WS-GRADE-RANK
006443     PERFORM 7280-MATCH-GRADE-ENTRY THRU 7280-EXIT
006444         VARYING WS-GP-SUB FROM 1 BY 1
006445         UNTIL WS-GP-SUB > GP-ENTRY-COUNT
006446             OR WS-GRADE-RANK NOT = 99
006447 7275-EXIT.
006448     EXIT.
006449
006450 7280-MATCH-GRADE-ENTRY.
006451     IF WS-LOOKUP-GRADE = GP-GRADE (WS-GP-SUB)
006452         MOVE WS-GP-SUB TO WS-GRADE-RANK
006453     END-IF
006454 7280-EXIT.
006455     EXIT.
006456
006457*****************************************************************
006458* 7290-CHECK-REGISTRATION-HOLDS - READ EVERY HOLD ON HOLDS.DAT
006459* UNDER THE QUEUED STUDENT.  ANY ONE STILL ACTIVE THAT BLOCKS
006460* REGISTRATION KEEPS THE STUDENT OUT OF THE SEAT - THE SAME
006461* CHECK WAITPROM MAKES.  SKIPPED IF HOLDS.DAT COULD NOT BE
006462* OPENED.
006463*****************************************************************
006464 7290-CHECK-REGISTRATION-HOLDS.
006465     MOVE "N" TO WS-REG-HOLD-SWITCH
006466     IF WS-HOLD-FILE-AVAILABLE
006467         MOVE "N" TO WS-HOLD-EOF-SWITCH
006468         MOVE WS-SAVE-STUDENT-ID TO HOLD-DATA-ID
006469         MOVE ZERO TO HOLD-SEQ-NO
006470         START HOLD-FILE KEY NOT < HOLD-KEY
006471             INVALID KEY
006472                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
006473         END-START
006474         PERFORM 7295-READ-STUDENT-HOLD THRU 7295-EXIT
006475             UNTIL WS-HOLD-EOF
006476                 OR WS-REG-HOLD-FOUND
006477     END-IF
006478 7290-EXIT.
006479     EXIT.
006480
006481 7295-READ-STUDENT-HOLD.
006482     READ HOLD-FILE NEXT RECORD
006483         AT END
006484             MOVE "Y" TO WS-HOLD-EOF-SWITCH
006485         NOT AT END
006486             IF HOLD-DATA-ID NOT = WS-SAVE-STUDENT-ID
006487                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
006488             ELSE
006489                 IF HOLD-ACTIVE AND HOLD-BLOCKS-REGISTRATION
006490                     MOVE "Y" TO WS-REG-HOLD-SWITCH
006491                 END-IF
006492             END-IF
006493     END-READ
006494 7295-EXIT.
006495     EXIT.
006496
006497*****************************************************************
006498* 7300-REWRITE-QUEUE - REPLACE WAITLIST.DAT WITH THE SURVIVORS
006499* CARRIED TO WAITTMP.DAT, IN THE SAME FIRST-COME ORDER.
006500*****************************************************************
006501 7300-REWRITE-QUEUE.
006502     OPEN INPUT WAITTEMP-FILE
006503     OPEN OUTPUT WAITLIST-FILE
006504     PERFORM 7400-COPY-SURVIVOR THRU 7400-EXIT
006505         UNTIL WS-WAITTEMP-EOF
006510     CLOSE WAITTEMP-FILE
006520     CLOSE WAITLIST-FILE
006530 7300-EXIT.
006742             CLOSE STUDENT-FILE
006743         END-IF
006744         PERFORM 9000-PRINT-RUN-TOTALS THRU 9000-EXIT
006749         PERFORM 1300-CLOSE-OTHER-FILES THRU 1300-EXIT
006750     END-IF
006760 8000-EXIT.
006770     EXIT.
006850     DISPLAY "  DROPS APPLIED . . . . . . " WS-RUN-DROPPED-COUNT
006860     DISPLAY "  DROPS REJECTED. . . . . . " WS-RUN-REJECT-COUNT
006870     DISPLAY "  WAITLIST PROMOTIONS . . . " WS-RUN-PROMOTED-COUNT
006875     DISPLAY "  DROP REFUNDS POSTED . . . " WS-RUN-REFUND-COUNT
006880     DISPLAY "-----------------------------------------------"
006890 9000-EXIT.
006900     EXIT.
