000283*                    MERGED OUT) IS NOW DROPPED TOO - WRITING
000284*                    IT WOULD MAKE THE ORPHAN ENROLLMENT
000285*                    FILEVERIFY EXISTS TO FLAG.
000286*   2026-10-15 JMS   A SEAT IS NOW ONLY GIVEN TO A STUDENT WHO
000287*                    HAS PASSED EVERY PREREQUISITE OF THE
000288*                    COURSE ON PREREQ.DAT - THE SAME CHECK
000289*                    ENROLLWRITER MAKES.  A FAILING ENTRY STAYS
000290*                    QUEUED AND THE SEAT GOES TO THE NEXT IN
000291*                    LINE.  SUPERVISORS OVERRIDE IN ENROLLWRITER.
000292*   2026-10-15 JMS   A SEAT IS NO LONGER GIVEN TO A STUDENT WITH
000293*                    AN ACTIVE REGISTRATION HOLD ON HOLDS.DAT
000294*                    (SEE HOLDREC.CPY AND HOLDWRITER).  THE
000295*                    ENTRY IS LEFT QUEUED - IT KEEPS ITS PLACE
000296*                    IN LINE FOR WHEN THE HOLD IS RELEASED - AND
000297*                    THE SEAT GOES TO THE NEXT IN LINE.
000298*****************************************************************
000299
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000590         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000595             WITH DUPLICATES
000600         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000601
000602     SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
000603         ORGANIZATION IS INDEXED
000604         ACCESS MODE IS RANDOM
000605         RECORD KEY IS PREREQ-COURSE-CODE
000606         FILE STATUS IS WS-PREREQ-FILE-STATUS.
000607
000608     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
000609         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000611         RECORD KEY IS HOLD-KEY
000612         FILE STATUS IS WS-HOLD-FILE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000900 FD  STUDENT-FILE
000905     LABEL RECORDS ARE STANDARD.
000910 COPY STUDREC.
000911
000912 FD  PREREQ-FILE
000913     LABEL RECORDS ARE STANDARD.
000914 COPY PREREQ.
000915
000916 FD  HOLD-FILE
000917     LABEL RECORDS ARE STANDARD.
000918 COPY HOLDREC.
000920
000930 WORKING-STORAGE SECTION.
000940 01  WS-SWITCHES.
001066         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
001068     05  WS-STUDENT-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
001070         88  WS-STUDENT-FILE-AVAILABLE VALUE "Y".
001071     05  WS-PREREQ-FILE-STATUS       PIC X(02).
001072         88  WS-PREREQ-FILE-NOT-FOUND VALUE "35".
001073     05  WS-PREREQ-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
001074         88  WS-PREREQ-FILE-AVAILABLE VALUE "Y".
001075     05  WS-PREREQS-MET-SWITCH       PIC X(01) VALUE "Y".
001076         88  WS-PREREQS-MET          VALUE "Y".
001077     05  WS-PREREQ-EARNED-SWITCH     PIC X(01) VALUE "N".
001078         88  WS-PREREQ-EARNED        VALUE "Y".
001079     05  WS-HOLD-FILE-STATUS         PIC X(02).
001080         88  WS-HOLD-FILE-NOT-FOUND  VALUE "35".
001081     05  WS-HOLD-FILE-AVAIL-SWITCH   PIC X(01) VALUE "N".
001082         88  WS-HOLD-FILE-AVAILABLE  VALUE "Y".
001083     05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
001084         88  WS-HOLD-EOF             VALUE "Y".
001085     05  WS-REG-HOLD-SWITCH          PIC X(01) VALUE "N".
001086         88  WS-REG-HOLD-FOUND       VALUE "Y".
001090     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
001100         88  WS-ABORT                VALUE "Y".
001110     05  WS-WAITLIST-EOF-SWITCH      PIC X(01) VALUE "N".
001480     05  FILLER                      PIC X(01).
001490     05  WS-SAVE-TERM                PIC X(05).
001500     05  FILLER                      PIC X(18).
001501
001502*****************************************************************
001503* PREREQUISITE-CHECK WORK AREAS - SAME COMPARISON AS
001504* ENROLLWRITER'S.  GRADES RANK BY THEIR PLACE ON THE SHARED
001505* GRADE POINT TABLE, BEST FIRST.
001506*****************************************************************
001507 COPY GRADEPTS.
001510
001511 01  WS-PREREQ-WORK-AREAS.
001512     05  WS-PREREQ-SUB               PIC 9(02) COMP.
001513     05  WS-GP-SUB                   PIC 9(02) COMP.
001514     05  WS-LOOKUP-GRADE             PIC X(02).
001515     05  WS-GRADE-RANK               PIC 9(02).
001516     05  WS-MIN-RANK                 PIC 9(02).
001517
001520*****************************************************************
001530* RUN-END CONTROL TOTALS - EVERY QUEUE ENTRY ENDS UP IN EXACTLY
001540* ONE OF PROMOTED, STILL WAITING, OR DROPPED.
002186                         MOVE "Y"
002187                             TO WS-STUDENT-FILE-AVAIL-SWITCH
002188                     END-IF
002189
002190                     OPEN INPUT PREREQ-FILE
002191                     IF WS-PREREQ-FILE-NOT-FOUND
002192                         DISPLAY "NOTE - PREREQ.DAT NOT FOUND, "
002193                             "NO PREREQUISITE CHECK ON "
002194                             "PROMOTION."
002195                     ELSE
002196                         MOVE "Y"
002197                             TO WS-PREREQ-FILE-AVAIL-SWITCH
002198                     END-IF
002199
002200                     OPEN INPUT HOLD-FILE
002201                     IF WS-HOLD-FILE-NOT-FOUND
002202                         DISPLAY "NOTE - HOLDS.DAT NOT FOUND, "
002203                             "NO REGISTRATION HOLD CHECK ON "
002204                             "PROMOTION."
002205                     ELSE
002206                         MOVE "Y"
002207                             TO WS-HOLD-FILE-AVAIL-SWITCH
002208                     END-IF
002209                     OPEN OUTPUT WAITTEMP-FILE
002210                     DISPLAY "WAITPROM - PROMOTING OFF "
002211                         "WAITLIST.DAT"
002212                 END-IF
002220             END-IF
002230         END-IF
002240     END-IF
002950         IF WS-COURSE-FULL
002960             ADD 1 TO WS-STILL-WAITING-COUNT
002970             PERFORM 5000-CARRY-ENTRY-FORWARD THRU 5000-EXIT
002971         ELSE
002972             PERFORM 3280-CHECK-REGISTRATION-HOLDS THRU 3280-EXIT
002973             IF WS-REG-HOLD-FOUND
002974                 DISPLAY "STUDENT " WS-SAVE-STUDENT-ID
002975                     " HAS AN ACTIVE REGISTRATION HOLD - "
002976                     "ENTRY LEFT QUEUED."
002977                 ADD 1 TO WS-STILL-WAITING-COUNT
002978                 PERFORM 5000-CARRY-ENTRY-FORWARD THRU 5000-EXIT
002979             ELSE
002980                 PERFORM 3250-CHECK-PREREQUISITES THRU 3250-EXIT
002981                 IF WS-PREREQS-MET
002982                     PERFORM 4000-PROMOTE-ENTRY THRU 4000-EXIT
002983                 ELSE
002984                     DISPLAY "STUDENT " WS-SAVE-STUDENT-ID
002985                         " HAS NOT PASSED THE PREREQUISITES FOR "
002986                         WS-SAVE-COURSE-CODE
002987                         " - ENTRY LEFT QUEUED."
002988                     ADD 1 TO WS-STILL-WAITING-COUNT
002989                     PERFORM 5000-CARRY-ENTRY-FORWARD
002990                         THRU 5000-EXIT
002991                 END-IF
002992             END-IF
003000         END-IF
003010     END-IF
003020
003585 3200-EXIT.
003587     EXIT.
003590
003591*****************************************************************
003592* 3250-CHECK-PREREQUISITES - LOOK THE ENTRY'S COURSE UP ON
003593* PREREQ.DAT AND CHECK THE STUDENT HAS PASSED EACH PREREQUISITE
003594* LISTED AT OR ABOVE ITS MINIMUM GRADE - THE SAME CHECK
003595* ENROLLWRITER MAKES.  A COURSE WITH NO RECORD HAS NO
003596* PREREQUISITES.  SKIPPED IF PREREQ.DAT COULD NOT BE OPENED.
003600*****************************************************************
003601 3250-CHECK-PREREQUISITES.
003602     MOVE "Y" TO WS-PREREQS-MET-SWITCH
003603     IF WS-PREREQ-FILE-AVAILABLE
003604         MOVE WS-SAVE-COURSE-CODE TO PREREQ-COURSE-CODE
003605         READ PREREQ-FILE
003606             INVALID KEY
003607                 MOVE ZERO TO PREREQ-COUNT
003608         END-READ
003609         PERFORM 3255-CHECK-ONE-PREREQ THRU 3255-EXIT
003610             VARYING WS-PREREQ-SUB FROM 1 BY 1
003611             UNTIL WS-PREREQ-SUB > PREREQ-COUNT
003612                 OR NOT WS-PREREQS-MET
003613     END-IF
003614 3250-EXIT.
003615     EXIT.
003616
003617*****************************************************************
003618* 3255-CHECK-ONE-PREREQ - STUDENT ID IS THE LEADING FIELD OF
003619* ENROLL-KEY, SO THE STUDENT'S OWN ENROLLMENTS ARE A START AND
003620* A SHORT READ-NEXT.  ONLY AN EARNED GRADE COUNTS.  THE SWEEP
003621* REUSES ENROLL-FILE'S RECORD AREA - THE ENTRY IN HAND IS
003622* ALREADY SAVED OFF.
003623*****************************************************************
003624 3255-CHECK-ONE-PREREQ.
003625     MOVE PREREQ-MIN-GRADE (WS-PREREQ-SUB) TO WS-LOOKUP-GRADE
003626     PERFORM 3270-LOOK-UP-GRADE-RANK THRU 3270-EXIT
003627     MOVE WS-GRADE-RANK TO WS-MIN-RANK
003628
003629     MOVE "N" TO WS-PREREQ-EARNED-SWITCH
003630     MOVE "N" TO WS-ENROLL-EOF-SWITCH
003631     MOVE WS-SAVE-STUDENT-ID TO ENROLL-STUDENT-ID
003632     MOVE LOW-VALUES TO ENROLL-COURSE-CODE
003633     MOVE LOW-VALUES TO ENROLL-TERM
003634     START ENROLL-FILE KEY NOT < ENROLL-KEY
003635         INVALID KEY
003636             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003637     END-START
003638     IF NOT WS-ENROLL-EOF
003639         PERFORM 3260-READ-STUDENT-ENROLLMENT THRU 3260-EXIT
003640             UNTIL WS-ENROLL-EOF
003641                 OR WS-PREREQ-EARNED
003642     END-IF
003643
003644     IF NOT WS-PREREQ-EARNED
003645         MOVE "N" TO WS-PREREQS-MET-SWITCH
003646     END-IF
003647 3255-EXIT.
003648     EXIT.
003649
003650 3260-READ-STUDENT-ENROLLMENT.
003651     READ ENROLL-FILE NEXT RECORD
003652         AT END
003653             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003654         NOT AT END
003655             IF ENROLL-STUDENT-ID NOT = WS-SAVE-STUDENT-ID
003656                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003657             ELSE
003658                 IF ENROLL-COURSE-CODE
003659                     = PREREQ-REQ-COURSE (WS-PREREQ-SUB)
003660                     AND ENROLL-GRADE-EARNED
003661                     MOVE ENROLL-GRADE TO WS-LOOKUP-GRADE
003662                     PERFORM 3270-LOOK-UP-GRADE-RANK
003663                         THRU 3270-EXIT
003664                     IF WS-GRADE-RANK NOT > WS-MIN-RANK
003665                         MOVE "Y" TO WS-PREREQ-EARNED-SWITCH
003666                     END-IF
003667                 END-IF
003668             END-IF
003669     END-READ
003670 3260-EXIT.
003671     EXIT.
003672
003673*****************************************************************
003674* 3270-LOOK-UP-GRADE-RANK - THE POSITION OF WS-LOOKUP-GRADE ON
003675* THE GRADE POINT TABLE, 1 BEING THE BEST.  A GRADE NOT ON THE
003676* TABLE RANKS 99.
003677*****************************************************************
003678 3270-LOOK-UP-GRADE-RANK.
003679     MOVE 99 TO WS-GRADE-RANK
003680     PERFORM 3275-MATCH-GRADE-ENTRY THRU 3275-EXIT
003681         VARYING WS-GP-SUB FROM 1 BY 1
003682         UNTIL WS-GP-SUB > GP-ENTRY-COUNT
003683             OR WS-GRADE-RANK NOT = 99
003684 3270-EXIT.
003685     EXIT.
003686
003687 3275-MATCH-GRADE-ENTRY.
003688     IF WS-LOOKUP-GRADE = GP-GRADE (WS-GP-SUB)
003689         MOVE WS-GP-SUB TO WS-GRADE-RANK
003690     END-IF
003691 3275-EXIT.
003692     EXIT.
003693
003694*****************************************************************
003695* 3280-CHECK-REGISTRATION-HOLDS - READ EVERY HOLD ON HOLDS.DAT
003696* UNDER THE ENTRY'S STUDENT.  ANY ONE STILL ACTIVE THAT BLOCKS
003697* REGISTRATION KEEPS THE STUDENT OUT OF THE SEAT - THE SAME
003698* CHECK ENROLLWRITER MAKES.  SKIPPED IF HOLDS.DAT COULD NOT BE
003699* OPENED.
003700*****************************************************************
003701 3280-CHECK-REGISTRATION-HOLDS.
003702     MOVE "N" TO WS-REG-HOLD-SWITCH
003703     IF WS-HOLD-FILE-AVAILABLE
003704         MOVE "N" TO WS-HOLD-EOF-SWITCH
003705         MOVE WS-SAVE-STUDENT-ID TO HOLD-DATA-ID
003706         MOVE ZERO TO HOLD-SEQ-NO
003707         START HOLD-FILE KEY NOT < HOLD-KEY
003708             INVALID KEY
003709                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
003710         END-START
003711         PERFORM 3285-READ-STUDENT-HOLD THRU 3285-EXIT
003712             UNTIL WS-HOLD-EOF
003713                 OR WS-REG-HOLD-FOUND
003714     END-IF
003715 3280-EXIT.
003716     EXIT.
003717
003718 3285-READ-STUDENT-HOLD.
003719     READ HOLD-FILE NEXT RECORD
003720         AT END
003721             MOVE "Y" TO WS-HOLD-EOF-SWITCH
003722         NOT AT END
003723             IF HOLD-DATA-ID NOT = WS-SAVE-STUDENT-ID
003724                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
003725             ELSE
003726                 IF HOLD-ACTIVE AND HOLD-BLOCKS-REGISTRATION
003727                     MOVE "Y" TO WS-REG-HOLD-SWITCH
003728                 END-IF
003729             END-IF
003730     END-READ
003731 3285-EXIT.
003732     EXIT.
003733
003734*****************************************************************
003735* 3300-CHECK-CAPACITY - COUNT THE SEATS TAKEN FOR THE ENTRY'S
003736* COURSE/TERM - THE COURSE IS NOT THE LEADING FIELD OF
003737* ENROLL-KEY, SO THIS IS A FULL SWEEP OF ENROLL.DAT, THE SAME
003738* AS ENROLLWRITER'S CAPACITY CHECK.  RE-SWEPT PER ENTRY BECAUSE
003739* EVERY PROMOTION CHANGES THE COUNT.
003740*****************************************************************
003741 3300-CHECK-CAPACITY.
003742     MOVE "N" TO WS-COURSE-FULL-SWITCH
003743     IF WS-COURSE-MAX-SEATS NOT = ZERO
003744         MOVE ZERO TO WS-SEATS-TAKEN-COUNT
003745         MOVE "N" TO WS-ENROLL-EOF-SWITCH
003746         MOVE LOW-VALUES TO ENROLL-KEY
003747         START ENROLL-FILE KEY NOT < ENROLL-KEY
003748             INVALID KEY
003750                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003760         END-START
003770         IF NOT WS-ENROLL-EOF
004859             CLOSE STUDENT-FILE
004861         END-IF
004862         CLOSE AUDIT-FILE
004863         IF WS-PREREQ-FILE-AVAILABLE
004864             CLOSE PREREQ-FILE
004865         END-IF
004866         IF WS-HOLD-FILE-AVAILABLE
004867             CLOSE HOLD-FILE
004868         END-IF
004870         PERFORM 9000-PRINT-RUN-TOTALS THRU 9000-EXIT
004880     END-IF
004890 8000-EXIT.
