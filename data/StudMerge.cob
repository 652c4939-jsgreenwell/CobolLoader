000140*      ENROLLMENT THE SURVIVOR ALREADY HAS IS SIMPLY REMOVED
000150*      FROM THE DUPLICATE - THE STUDENT CANNOT TAKE THE SAME
000160*      COURSE/TERM TWICE.
000162*   2. EVERY LEDGER.DAT POSTING AND EVERY HOLDS.DAT HOLD UNDER
000164*      THE DUPLICATE ID - A RELEASED HOLD AS WELL AS AN ACTIVE
000166*      ONE, SO THE HOLD HISTORY STAYS WITH THE STUDENT - IS
000168*      RE-KEYED TO THE SURVIVOR UNDER THE SURVIVOR'S NEXT
000170*      SEQUENCE NUMBERS, EACH ONE AUDITED AS "LEDGMOVE" OR
000172*      "HOLDMOVE" UNDER THE SURVIVOR.  NOTHING ON EITHER FILE IS
000174*      LEFT UNDER AN ID THAT NO LONGER EXISTS.
000176*   3. THE LOSING MASTER RECORD IS ARCHIVED TO STUDHIST.DAT AS
000180*      ENTERED-IN-ERROR - NOTHING IS EVER HARD-DELETED WITHOUT
000190*      HISTORY - AND DELETED FROM STUDENTS.DAT.
000200*   4. THE WHOLE MERGE IS AUDITED TO AUDIT.DAT - A "MERGEOUT"
000210*      ENTRY UNDER THE DUPLICATE ID AND A "MERGEIN" ENTRY
000220*      UNDER THE SURVIVOR, WRITTEN BACK TO BACK, SO THE PAIR
000230*      CAN BE READ OFF THE TRAIL AND UNWOUND IF WE EVER PICKED
000290*   DATE       INIT  DESCRIPTION
000300*   ---------- ----  ------------------------------------------
000310*   2026-09-02 JMS   ORIGINAL PROGRAM.
000314*   2026-10-15 JMS   RE-KEY THE DUPLICATE'S LEDGER POSTINGS AND
000318*                    HOLDS TO THE SURVIVOR.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ENROLL-KEY
000490         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000491
000492     SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS DYNAMIC
000495         RECORD KEY IS LEDG-KEY
000496         FILE STATUS IS WS-LEDGER-FILE-STATUS.
000500
000501     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS HOLD-KEY
000505         FILE STATUS IS WS-HOLD-FILE-STATUS.
000506
000510     SELECT HISTORY-FILE ASSIGN TO "STUDHIST.DAT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000650 FD  ENROLL-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 COPY ENROLLREC.
000671
000672 FD  LEDGER-FILE
000673     LABEL RECORDS ARE STANDARD.
000674 COPY LEDGREC.
000675
000676 FD  HOLD-FILE
000677     LABEL RECORDS ARE STANDARD.
000678 COPY HOLDREC.
000680
000690 FD  HISTORY-FILE
000700     LABEL RECORDS ARE STANDARD.
000830         88  WS-ENROLL-FILE-OK       VALUE "00".
000840         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
000850     05  WS-ENROLL-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
000851         88  WS-ENROLL-FILE-AVAILABLE VALUE "Y".
000852     05  WS-LEDGER-FILE-STATUS       PIC X(02).
000853         88  WS-LEDGER-FILE-OK       VALUE "00".
000854         88  WS-LEDGER-FILE-NOT-FOUND VALUE "35".
000855     05  WS-LEDGER-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
000856         88  WS-LEDGER-FILE-AVAILABLE VALUE "Y".
000857     05  WS-HOLD-FILE-STATUS         PIC X(02).
000858         88  WS-HOLD-FILE-OK         VALUE "00".
000859         88  WS-HOLD-FILE-NOT-FOUND  VALUE "35".
000860     05  WS-HOLD-FILE-AVAIL-SWITCH   PIC X(01) VALUE "N".
000861         88  WS-HOLD-FILE-AVAILABLE  VALUE "Y".
000870     05  WS-HISTORY-FILE-STATUS      PIC X(02).
000880         88  WS-HISTORY-FILE-OK      VALUE "00".
000890     05  WS-AUDIT-FILE-STATUS        PIC X(02).
000940         88  WS-DATA-VALID           VALUE "Y".
000950     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
000960         88  WS-ENROLL-EOF           VALUE "Y".
000962     05  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE "N".
000964         88  WS-LEDGER-EOF           VALUE "Y".
000966     05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000968         88  WS-HOLD-EOF             VALUE "Y".
000970     05  WS-ALREADY-ENROLLED-SWITCH  PIC X(01) VALUE "N".
000980         88  WS-ALREADY-ENROLLED     VALUE "Y".
000990     05  WS-MERGE-OK-SWITCH          PIC X(01) VALUE "N".
001650 01  WS-SUBSCRIPTS.
001660     05  WS-ENR-SUB                  PIC 9(03) COMP.
001670
001672*****************************************************************
001674* SEQUENCE NUMBERS FOR RE-KEYING POSTINGS AND HOLDS - THE HIGHEST
001676* THE SURVIVOR HAS IN USE, AND THE ONE THE DUPLICATE'S RECORD IN
001678* HAND CAME OFF, SO IT CAN BE DELETED ONCE IT IS WRITTEN ANEW.
001680*****************************************************************
001681 01  WS-SEQUENCE-AREAS.
001682     05  WS-LAST-LEDG-SEQ-NO         PIC 9(05).
001683     05  WS-DUP-LEDG-SEQ-NO          PIC 9(05).
001684     05  WS-LAST-HOLD-SEQ-NO         PIC 9(03).
001685     05  WS-DUP-HOLD-SEQ-NO          PIC 9(03).
001686
001687*****************************************************************
001690* RUN-END CONTROL TOTALS.
001700*****************************************************************
001710 01  WS-RUN-TOTALS.
001720     05  WS-MERGE-COUNT              PIC 9(08) COMP VALUE ZERO.
001730     05  WS-MOVED-COUNT              PIC 9(08) COMP VALUE ZERO.
001740     05  WS-COLLAPSED-COUNT          PIC 9(08) COMP VALUE ZERO.
001744     05  WS-POSTINGS-MOVED-COUNT     PIC 9(08) COMP VALUE ZERO.
001748     05  WS-HOLDS-MOVED-COUNT        PIC 9(08) COMP VALUE ZERO.
001750
001760 PROCEDURE DIVISION.
001770*****************************************************************
001910
001920*****************************************************************
001930* 1000-INITIALIZE - SIGN THE OPERATOR ON (SUPERVISOR-ONLY),
001940* THEN OPEN THE MASTER, ENROLLMENT, LEDGER AND HOLD FILES FOR
001950* UPDATE AND THE HISTORY AND AUDIT TRAILS FOR APPEND.
001960*****************************************************************
001970 1000-INITIALIZE.
001980     DISPLAY "ENTER YOUR OPERATOR ID"
002130                     "ENROLLMENTS TO RE-KEY."
002140             ELSE
002150                 MOVE "Y" TO WS-ENROLL-FILE-AVAIL-SWITCH
002151             END-IF
002152
002153             OPEN I-O LEDGER-FILE
002154             IF WS-LEDGER-FILE-NOT-FOUND
002155                 DISPLAY "NOTE - LEDGER.DAT NOT FOUND, NO "
002156                     "POSTINGS TO RE-KEY."
002157             ELSE
002158                 MOVE "Y" TO WS-LEDGER-FILE-AVAIL-SWITCH
002160             END-IF
002161
002162             OPEN I-O HOLD-FILE
002163             IF WS-HOLD-FILE-NOT-FOUND
002164                 DISPLAY "NOTE - HOLDS.DAT NOT FOUND, NO "
002165                     "HOLDS TO RE-KEY."
002166             ELSE
002167                 MOVE "Y" TO WS-HOLD-FILE-AVAIL-SWITCH
002168             END-IF
002170
002180             OPEN EXTEND HISTORY-FILE
002190             IF NOT WS-HISTORY-FILE-OK
003530
003540*****************************************************************
003550* 4000-RUN-THE-MERGE - COLLECT THE DUPLICATE'S ENROLLMENTS,
003555* RE-KEY THEM, ITS LEDGER POSTINGS AND ITS HOLDS TO THE
003560* SURVIVOR, ARCHIVE AND DELETE THE LOSING MASTER RECORD, AND
003565* AUDIT THE MERGEOUT/MERGEIN PAIR.  THE HISTORY WRITE IS
003570* CHECKED FIRST - A FAILED ARCHIVE LEAVES THE DUPLICATE ON THE
003575* MASTER (WITH ITS RECORDS ALREADY MOVED, WHICH THE RUN SAYS
003580* OUT LOUD) RATHER THAN HARD-DELETING WITHOUT HISTORY.  WHEN
003585* THE COLLECTION TABLE FILLED BEFORE EVERY ENROLLMENT WAS SEEN,
003590* OR ANY RE-KEY WRITE OR DELETE FAILED AND LEFT AN ENROLLMENT,
003595* POSTING OR HOLD UNDER THE DUPLICATE, THE ARCHIVE AND DELETE
003600* ARE SKIPPED TOO - THE DUPLICATE MUST STAY ON THE MASTER OR
003605* THE PROMISED RERUN WOULD BE REFUSED AT VALIDATION AND THE
003610* LEFTOVER RECORDS WOULD BE ORPHANS.
003620*****************************************************************
003630 4000-RUN-THE-MERGE.
003640     MOVE "N" TO WS-MERGE-OK-SWITCH
003660     PERFORM 4300-REKEY-ONE-ENROLLMENT THRU 4300-EXIT
003670         VARYING WS-ENR-SUB FROM 1 BY 1
003680         UNTIL WS-ENR-SUB > WS-ENROLL-COUNT
003684     PERFORM 4500-MOVE-DUP-POSTINGS THRU 4500-EXIT
003688     PERFORM 4600-MOVE-DUP-HOLDS THRU 4600-EXIT
003690
003692     IF WS-TABLE-FULL OR WS-REKEY-FAILED
003694         DISPLAY "*** DUPLICATE LEFT ON THE MASTER - RUN THE "
004712                 MOVE "Y" TO WS-REKEY-FAIL-SWITCH
004720             NOT INVALID KEY
004730                 ADD 1 TO WS-MOVED-COUNT
004731         END-WRITE
004732     END-IF
004733
004734     IF WS-ALREADY-ENROLLED
004735         OR WS-ENROLL-FILE-OK
004736         MOVE WS-DUPLICATE-ID TO ENROLL-STUDENT-ID
004737         MOVE WS-TBL-COURSE (WS-ENR-SUB) TO ENROLL-COURSE-CODE
004738         MOVE WS-TBL-TERM (WS-ENR-SUB)   TO ENROLL-TERM
004739         DELETE ENROLL-FILE
004740             INVALID KEY
004741                 DISPLAY "*** DELETE OF THE DUPLICATE'S "
004742                     "ENROLLMENT FAILED ***"
004743                 MOVE "Y" TO WS-REKEY-FAIL-SWITCH
004744             NOT INVALID KEY
004745                 CONTINUE
004746         END-DELETE
004747     END-IF
004748 4300-EXIT.
004749     EXIT.
004750
004751*****************************************************************
004752* 4500-MOVE-DUP-POSTINGS - FIND THE HIGHEST SEQUENCE NUMBER THE
004753* SURVIVOR HAS IN USE ON LEDGER.DAT, THEN MOVE THE DUPLICATE'S
004754* POSTINGS ACROSS ONE AT A TIME, OLDEST FIRST, EACH UNDER THE
004755* SURVIVOR'S NEXT NUMBER.  EVERY MOVE STARTS AGAIN FROM THE
004756* DUPLICATE'S FIRST REMAINING POSTING RATHER THAN READING NEXT
004757* PAST RECORDS JUST WRITTEN AND DELETED.
004758*****************************************************************
004759 4500-MOVE-DUP-POSTINGS.
004760     MOVE ZERO TO WS-LAST-LEDG-SEQ-NO
004761     MOVE "N" TO WS-LEDGER-EOF-SWITCH
004762     IF WS-LEDGER-FILE-AVAILABLE
004763         MOVE WS-SURVIVOR-ID TO LEDG-STUDENT-ID
004764         MOVE ZERO TO LEDG-SEQ-NO
004765         START LEDGER-FILE KEY NOT < LEDG-KEY
004766             INVALID KEY
004767                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004768         END-START
004769         PERFORM 4510-READ-SURVIVOR-POSTING THRU 4510-EXIT
004770             UNTIL WS-LEDGER-EOF
004771
004772         MOVE "N" TO WS-LEDGER-EOF-SWITCH
004773         PERFORM 4550-MOVE-ONE-POSTING THRU 4550-EXIT
004774             UNTIL WS-LEDGER-EOF
004775     END-IF
004776 4500-EXIT.
004777     EXIT.
004778
004779 4510-READ-SURVIVOR-POSTING.
004780     READ LEDGER-FILE NEXT RECORD
004781         AT END
004782             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004783         NOT AT END
004784             IF LEDG-STUDENT-ID NOT = WS-SURVIVOR-ID
004785                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004786             ELSE
004787                 MOVE LEDG-SEQ-NO TO WS-LAST-LEDG-SEQ-NO
004788             END-IF
004789     END-READ
004790 4510-EXIT.
004791     EXIT.
004792
004793*****************************************************************
004794* 4550-MOVE-ONE-POSTING - WRITE THE DUPLICATE'S FIRST REMAINING
004795* POSTING UNDER THE SURVIVOR, THEN DELETE IT FROM UNDER THE
004796* DUPLICATE - THE POSTING ITSELF IS NOT CHANGED.  ANY FAILURE
004797* STOPS THE MOVE AND KEEPS THE DUPLICATE ON THE MASTER.
004798*****************************************************************
004799 4550-MOVE-ONE-POSTING.
004800     MOVE WS-DUPLICATE-ID TO LEDG-STUDENT-ID
004801     MOVE ZERO TO LEDG-SEQ-NO
004802     START LEDGER-FILE KEY NOT < LEDG-KEY
004803         INVALID KEY
004804             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004805     END-START
004806     IF NOT WS-LEDGER-EOF
004807         READ LEDGER-FILE NEXT RECORD
004808             AT END
004809                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004810             NOT AT END
004811                 IF LEDG-STUDENT-ID NOT = WS-DUPLICATE-ID
004812                     MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004813                 END-IF
004814         END-READ
004815     END-IF
004816
004817     IF NOT WS-LEDGER-EOF
004818         IF WS-LAST-LEDG-SEQ-NO = 99999
004819             DISPLAY "*** SURVIVOR HAS NO LEDGER SEQUENCE "
004820                 "NUMBERS LEFT - POSTINGS LEFT UNDER THE "
004821                 "DUPLICATE ***"
004822             MOVE "Y" TO WS-REKEY-FAIL-SWITCH
004823             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004824         ELSE
004825             MOVE LEDG-SEQ-NO TO WS-DUP-LEDG-SEQ-NO
004826             MOVE WS-SURVIVOR-ID TO LEDG-STUDENT-ID
004827             COMPUTE LEDG-SEQ-NO = WS-LAST-LEDG-SEQ-NO + 1
004828             WRITE LEDG-REC
004829                 INVALID KEY
004830                     DISPLAY "*** RE-KEY WRITE FAILED FOR "
004831                         "POSTING " WS-DUP-LEDG-SEQ-NO
004832                         " - LEFT UNDER THE DUPLICATE ***"
004833                     MOVE "Y" TO WS-REKEY-FAIL-SWITCH
004834                     MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004835                 NOT INVALID KEY
004836                     MOVE LEDG-SEQ-NO TO WS-LAST-LEDG-SEQ-NO
004837             END-WRITE
004838         END-IF
004839     END-IF
004840
004841     IF NOT WS-LEDGER-EOF
004842         MOVE WS-DUPLICATE-ID TO LEDG-STUDENT-ID
004843         MOVE WS-DUP-LEDG-SEQ-NO TO LEDG-SEQ-NO
004844         DELETE LEDGER-FILE
004845             INVALID KEY
004846                 DISPLAY "*** DELETE OF THE DUPLICATE'S POSTING "
004847                     WS-DUP-LEDG-SEQ-NO " FAILED - THE SURVIVOR "
004848                     "ALSO HAS IT AS " WS-LAST-LEDG-SEQ-NO " ***"
004852                 MOVE "Y" TO WS-REKEY-FAIL-SWITCH
004857                 MOVE "Y" TO WS-LEDGER-EOF-SWITCH
004860             NOT INVALID KEY
004861                 ADD 1 TO WS-POSTINGS-MOVED-COUNT
004862                 MOVE "LEDGMOVE" TO AUDIT-ACTION
004863                 PERFORM 4900-WRITE-MOVE-AUDIT THRU 4900-EXIT
004864         END-DELETE
004865     END-IF
004866 4550-EXIT.
004867     EXIT.
004868
004869*****************************************************************
004870* 4600-MOVE-DUP-HOLDS - THE SAME AGAIN FOR HOLDS.DAT.  A HOLD
004871* KEEPS ITS TYPE, OFFICE, REASON AND PLACED/RELEASED DETAILS, SO
004872* AN ACTIVE HOLD GOES ON BLOCKING THE SURVIVOR.
004873*****************************************************************
004874 4600-MOVE-DUP-HOLDS.
004875     MOVE ZERO TO WS-LAST-HOLD-SEQ-NO
004876     MOVE "N" TO WS-HOLD-EOF-SWITCH
004877     IF WS-HOLD-FILE-AVAILABLE
004878         MOVE WS-SURVIVOR-ID TO HOLD-DATA-ID
004879         MOVE ZERO TO HOLD-SEQ-NO
004880         START HOLD-FILE KEY NOT < HOLD-KEY
004881             INVALID KEY
004882                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
004883         END-START
004884         PERFORM 4610-READ-SURVIVOR-HOLD THRU 4610-EXIT
004885             UNTIL WS-HOLD-EOF
004886
004887         MOVE "N" TO WS-HOLD-EOF-SWITCH
004888         PERFORM 4650-MOVE-ONE-HOLD THRU 4650-EXIT
004889             UNTIL WS-HOLD-EOF
004890     END-IF
004891 4600-EXIT.
004892     EXIT.
004893
004894 4610-READ-SURVIVOR-HOLD.
004895     READ HOLD-FILE NEXT RECORD
004896         AT END
004897             MOVE "Y" TO WS-HOLD-EOF-SWITCH
004898         NOT AT END
004899             IF HOLD-DATA-ID NOT = WS-SURVIVOR-ID
004900                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
004901             ELSE
004902                 MOVE HOLD-SEQ-NO TO WS-LAST-HOLD-SEQ-NO
004903             END-IF
004904     END-READ
004905 4610-EXIT.
004910     EXIT.
004911
004912*****************************************************************
004913* 4650-MOVE-ONE-HOLD - WRITE THE DUPLICATE'S FIRST REMAINING HOLD
004914* UNDER THE SURVIVOR, THEN DELETE IT FROM UNDER THE DUPLICATE.
004915*****************************************************************
004916 4650-MOVE-ONE-HOLD.
004917     MOVE WS-DUPLICATE-ID TO HOLD-DATA-ID
004918     MOVE ZERO TO HOLD-SEQ-NO
004919     START HOLD-FILE KEY NOT < HOLD-KEY
004920         INVALID KEY
004921             MOVE "Y" TO WS-HOLD-EOF-SWITCH
004922     END-START
004923     IF NOT WS-HOLD-EOF
004924         READ HOLD-FILE NEXT RECORD
004925             AT END
004926                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
004927             NOT AT END
004928                 IF HOLD-DATA-ID NOT = WS-DUPLICATE-ID
004929                     MOVE "Y" TO WS-HOLD-EOF-SWITCH
004930                 END-IF
004931         END-READ
004932     END-IF
004933
004934     IF NOT WS-HOLD-EOF
004935         IF WS-LAST-HOLD-SEQ-NO = 999
004936             DISPLAY "*** SURVIVOR HAS NO HOLD NUMBERS LEFT - "
004937                 "HOLDS LEFT UNDER THE DUPLICATE ***"
004938             MOVE "Y" TO WS-REKEY-FAIL-SWITCH
004939             MOVE "Y" TO WS-HOLD-EOF-SWITCH
004940         ELSE
004941             MOVE HOLD-SEQ-NO TO WS-DUP-HOLD-SEQ-NO
004942             MOVE WS-SURVIVOR-ID TO HOLD-DATA-ID
004943             COMPUTE HOLD-SEQ-NO = WS-LAST-HOLD-SEQ-NO + 1
004944             WRITE HOLD-REC
004945                 INVALID KEY
004946                     DISPLAY "*** RE-KEY WRITE FAILED FOR HOLD "
004947                         WS-DUP-HOLD-SEQ-NO
004948                         " - LEFT UNDER THE DUPLICATE ***"
004949                     MOVE "Y" TO WS-REKEY-FAIL-SWITCH
004950                     MOVE "Y" TO WS-HOLD-EOF-SWITCH
004951                 NOT INVALID KEY
004952                     MOVE HOLD-SEQ-NO TO WS-LAST-HOLD-SEQ-NO
004953             END-WRITE
004954         END-IF
004955     END-IF
004956
004957     IF NOT WS-HOLD-EOF
004958         MOVE WS-DUPLICATE-ID TO HOLD-DATA-ID
004959         MOVE WS-DUP-HOLD-SEQ-NO TO HOLD-SEQ-NO
004960         DELETE HOLD-FILE
004961             INVALID KEY
004962                 DISPLAY "*** DELETE OF THE DUPLICATE'S HOLD "
004963                     WS-DUP-HOLD-SEQ-NO " FAILED - THE SURVIVOR "
004964                     "ALSO HAS IT AS " WS-LAST-HOLD-SEQ-NO " ***"
004965                 MOVE "Y" TO WS-REKEY-FAIL-SWITCH
004966                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
004967             NOT INVALID KEY
004968                 ADD 1 TO WS-HOLDS-MOVED-COUNT
004969                 MOVE "HOLDMOVE" TO AUDIT-ACTION
004970                 PERFORM 4900-WRITE-MOVE-AUDIT THRU 4900-EXIT
004971         END-DELETE
004972     END-IF
004973 4650-EXIT.
004974     EXIT.
004975
004976*****************************************************************
004977* 4900-WRITE-MOVE-AUDIT - ONE ENTRY UNDER THE SURVIVOR FOR EACH
004978* POSTING OR HOLD MOVED ACROSS.  THE CALLER SETS THE ACTION.
004980*****************************************************************
004981 4900-WRITE-MOVE-AUDIT.
004982     MOVE WS-SURVIVOR-ID      TO AUDIT-DATA-ID
004983     MOVE WS-OPERATOR-ID      TO AUDIT-OPERATOR-ID
004984     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004985     ACCEPT AUDIT-TIME FROM TIME
004986     WRITE AUDIT-REC
004987 4900-EXIT.
004988     EXIT.
004989
004990*****************************************************************
004991* 5000-ARCHIVE-AND-DELETE-DUP - THE LOSING MASTER RECORD GOES
004992* TO STUDHIST.DAT AS ENTERED-IN-ERROR, CHECKED, AND ONLY THEN
004993* OFF STUDENTS.DAT - THE SAME HISTORY-FIRST SEQUENCE AS
004994* STUDENTPURGE.
004995*****************************************************************
004996 5000-ARCHIVE-AND-DELETE-DUP.
005000     MOVE WS-DUP-DATA-ID           TO HIST-STUDENT-ID
005010     MOVE WS-DUP-STUDENT-NAME      TO HIST-STUDENT-NAME
005020     MOVE WS-DUP-STUDENT-INITIALS  TO HIST-STUDENT-INITIALS
005130
005140     IF NOT WS-HISTORY-FILE-OK
005150         DISPLAY "*** HISTORY WRITE FAILED - DUPLICATE LEFT "
005160             "ON THE MASTER, ITS RECORDS ALREADY MOVED ***"
005170     ELSE
005180         MOVE WS-DUPLICATE-ID TO DATA-ID
005190         DELETE STUDENT-FILE
005550         CLOSE STUDENT-FILE
005560         IF WS-ENROLL-FILE-AVAILABLE
005570             CLOSE ENROLL-FILE
005571         END-IF
005572         IF WS-LEDGER-FILE-AVAILABLE
005573             CLOSE LEDGER-FILE
005574         END-IF
005575         IF WS-HOLD-FILE-AVAILABLE
005576             CLOSE HOLD-FILE
005580         END-IF
005590         CLOSE HISTORY-FILE
005600         CLOSE AUDIT-FILE
005720     DISPLAY "  STUDENTS MERGED . . . . . " WS-MERGE-COUNT
005730     DISPLAY "  ENROLLMENTS RE-KEYED. . . " WS-MOVED-COUNT
005740     DISPLAY "  DUPLICATES COLLAPSED. . . " WS-COLLAPSED-COUNT
005742     DISPLAY "  POSTINGS RE-KEYED . . . . "
005744         WS-POSTINGS-MOVED-COUNT
005746     DISPLAY "  HOLDS RE-KEYED. . . . . . " WS-HOLDS-MOVED-COUNT
005750     DISPLAY "-----------------------------------------------"
005760 9000-EXIT.
005770     EXIT.
