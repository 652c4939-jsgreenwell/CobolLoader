000223*                    OR ALREADY CLOSED OUT BY TERMCLOSE IS
000224*                    REJECTED, SO THE "25FA"/"FA25"/"2025F"
000225*                    FREE-TEXT MESS CANNOT GROW ANY FURTHER.
000226*   2026-10-15 JMS   AN ENROLLMENT IS NOW REFUSED UNLESS EVERY
000227*                    PREREQUISITE ON PREREQ.DAT IS PASSED AT ITS
000228*                    MINIMUM GRADE - A SUPERVISOR MAY OVERRIDE,
000229*                    LOGGED TO AUDIT.DAT AS "PREREQOV".
000230*   2026-10-15 JMS   AN ENROLLMENT IS NOW REFUSED WHILE THE
000231*                    STUDENT HAS AN ACTIVE REGISTRATION HOLD ON
000232*                    HOLDS.DAT (SEE HOLDWRITER).  NO OVERRIDE.
000233*   2026-10-15 JMS   AN ENROLLMENT IS NOW REFUSED WHEN ITS
000234*                    SECTION.DAT MEETING TIME OVERLAPS A CLASS THE
000235*                    STUDENT ALREADY HAS THAT TERM.  NO OVERRIDE.
000236*****************************************************************
000237
000238 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ENROLL-FILE ASSIGN TO "ENROLL.DAT"
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS ENROLL-KEY
000300         FILE STATUS IS WS-ENROLL-FILE-STATUS.
000301
000302     SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
000303         ORGANIZATION IS INDEXED
000304         ACCESS MODE IS RANDOM
000305         RECORD KEY IS SECT-KEY
000306         FILE STATUS IS WS-SECTION-FILE-STATUS.
000310
000312     SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
000314         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000318
000320     SELECT STUDENT-FILE ASSIGN TO "STUDENTS.DAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000360         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000370             WITH DUPLICATES
000380         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000381
000382     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
000383         ORGANIZATION IS INDEXED
000384         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS HOLD-KEY
000386         FILE STATUS IS WS-HOLD-FILE-STATUS.
000390
000391     SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS RANDOM
000394         RECORD KEY IS PREREQ-COURSE-CODE
000395         FILE STATUS IS WS-PREREQ-FILE-STATUS.
000396
000400     SELECT COURSE-FILE ASSIGN TO "COURSES.DAT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000480 FD  ENROLL-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 COPY ENROLLREC.
000501
000502 FD  SECTION-FILE
000503     LABEL RECORDS ARE STANDARD.
000504 COPY SECTREC.
000505
000506 FD  AUDIT-FILE
000507     LABEL RECORDS ARE STANDARD.
000508 COPY AUDITREC.
000510
000520 FD  STUDENT-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY STUDREC.
000541
000542 FD  HOLD-FILE
000543     LABEL RECORDS ARE STANDARD.
000544 COPY HOLDREC.
000545
000546 FD  PREREQ-FILE
000547     LABEL RECORDS ARE STANDARD.
000548 COPY PREREQ.
000550
000560 FD  COURSE-FILE
000570     LABEL RECORDS ARE STANDARD.
000620     05  WS-ENROLL-FILE-STATUS       PIC X(02).
000630         88  WS-ENROLL-FILE-OK       VALUE "00".
000640         88  WS-ENROLL-FILE-NOT-FOUND VALUE "35".
000641     05  WS-SECTION-FILE-STATUS      PIC X(02).
000642         88  WS-SECTION-FILE-NOT-FOUND VALUE "35".
000643     05  WS-SECTION-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
000644         88  WS-SECTION-FILE-AVAILABLE VALUE "Y".
000645     05  WS-AUDIT-FILE-STATUS        PIC X(02).
000646         88  WS-AUDIT-FILE-OK        VALUE "00".
000650     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000660         88  WS-STUDENT-FILE-OK      VALUE "00".
000670         88  WS-STUDENT-FILE-NOT-FOUND VALUE "35".
000671     05  WS-HOLD-FILE-STATUS         PIC X(02).
000672         88  WS-HOLD-FILE-NOT-FOUND  VALUE "35".
000673     05  WS-HOLD-FILE-AVAIL-SWITCH   PIC X(01) VALUE "N".
000674         88  WS-HOLD-FILE-AVAILABLE  VALUE "Y".
000675     05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000676         88  WS-HOLD-EOF             VALUE "Y".
000677     05  WS-REG-HOLD-SWITCH          PIC X(01) VALUE "N".
000678         88  WS-REG-HOLD-FOUND       VALUE "Y".
000680     05  WS-COURSE-FILE-STATUS       PIC X(02).
000690         88  WS-COURSE-FILE-OK       VALUE "00".
000700         88  WS-COURSE-FILE-NOT-FOUND VALUE "35".
000708         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
000710     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000720         88  WS-ABORT                VALUE "Y".
000721     05  WS-PREREQ-FILE-STATUS       PIC X(02).
000722         88  WS-PREREQ-FILE-NOT-FOUND VALUE "35".
000723     05  WS-PREREQ-FILE-AVAIL-SWITCH PIC X(01) VALUE "N".
000724         88  WS-PREREQ-FILE-AVAILABLE VALUE "Y".
000725     05  WS-PREREQS-MET-SWITCH       PIC X(01) VALUE "Y".
000726         88  WS-PREREQS-MET          VALUE "Y".
000727     05  WS-PREREQ-EARNED-SWITCH     PIC X(01) VALUE "N".
000728         88  WS-PREREQ-EARNED        VALUE "Y".
000730     05  WS-DUPLICATE-SWITCH         PIC X(01) VALUE "N".
000740         88  WS-DUPLICATE-FOUND      VALUE "Y".
000741     05  WS-NEW-SECTION-SWITCH       PIC X(01) VALUE "N".
000742         88  WS-NEW-SECTION-FOUND    VALUE "Y".
000743     05  WS-TIME-CONFLICT-SWITCH     PIC X(01) VALUE "N".
000744         88  WS-TIME-CONFLICT-FOUND  VALUE "Y".
000745     05  WS-DAY-CONFLICT-SWITCH      PIC X(01) VALUE "N".
000746         88  WS-DAY-CONFLICT         VALUE "Y".
000747     05  WS-PREREQ-OVERRIDE-SWITCH   PIC X(01) VALUE "N".
000748         88  WS-PREREQ-OVERRIDDEN    VALUE "Y".
000750     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000760         88  WS-DATA-VALID           VALUE "Y".
000762     05  WS-COURSE-FULL-SWITCH       PIC X(01) VALUE "N".
000766     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
000768         88  WS-ENROLL-EOF           VALUE "Y".
000770
000771*****************************************************************
000772* SUPERVISOR OVERRIDE OF A MISSING PREREQUISITE - THE SUPERVISOR
000773* SIGNS ON THROUGH THE SHARED SIGNON MODULE AND IS THE OPERATOR
000774* CARRIED ON THE AUDIT.DAT ENTRY.
000775*****************************************************************
000776 01  WS-SUPERVISOR-ID                PIC X(08).
000777 COPY SIGNPARM.
000778
000780*****************************************************************
000790* OPERATOR ACCEPT AREA - ONE LINE OF COMMA SEPARATED FIELDS
000800* KEYED IN AS -  STUDID, COURSECODE, TERM
000840     05  WS-IN-STUDID                PIC X(12).
000850     05  WS-IN-COURSE-CODE           PIC X(04).
000860     05  WS-IN-TERM                  PIC X(05).
000861
000862*****************************************************************
000863* PREREQUISITE AND SCHEDULE CONFLICT CHECK WORK AREAS.  GRADES ARE
000864* COMPARED BY THEIR PLACE ON THE SHARED GRADE POINT TABLE, WHICH
000865* RUNS BEST TO WORST - A GRADE MEETS A MINIMUM WHEN ITS RANK IS
000866* NOT GREATER THAN THE MINIMUM'S.
000867*****************************************************************
000868 COPY GRADEPTS.
000870
000871 01  WS-CHECK-WORK-AREAS.
000872     05  WS-CHECK-STUDENT-ID         PIC 9(12).
000873     05  WS-PREREQ-SUB               PIC 9(02) COMP.
000874     05  WS-GP-SUB                   PIC 9(02) COMP.
000875     05  WS-DAY-SUB                  PIC 9(02) COMP.
000876     05  WS-LOOKUP-GRADE             PIC X(02).
000877     05  WS-GRADE-RANK               PIC 9(02).
000878     05  WS-MIN-RANK                 PIC 9(02).
000879
000880*****************************************************************
000890* HOLDING AREA FOR THE KEY JUST BUILT, SAVED OFF WHILE THE
000900* DUPLICATE-CHECK READ (WHICH SHARES THE SAME RECORD AREA AS
000910* ENROLL-FILE) IS DONE.
000920*****************************************************************
000930 01  WS-SAVE-ENROLL-REC              PIC X(33).
000931
000932*****************************************************************
000933* NEW COURSE'S MEETING TIME FOR THE SCHEDULE CONFLICT CHECK.
000934*****************************************************************
000935 01  WS-CONFLICT-WORK-AREAS.
000936     05  WS-NEW-MEETING-DAYS.
000937         10  WS-NEW-DAY              PIC X(01) OCCURS 7 TIMES.
000938     05  WS-NEW-START-TIME           PIC 9(04).
000939     05  WS-NEW-END-TIME             PIC 9(04).
000940
000950 01  WS-RUN-TOTALS.
000960     05  WS-RUN-WRITTEN-COUNT        PIC 9(08) COMP VALUE ZERO.
000970     05  WS-RUN-REJECT-COUNT         PIC 9(08) COMP VALUE ZERO.
000972     05  WS-RUN-WAITLIST-COUNT       PIC 9(08) COMP VALUE ZERO.
000973     05  WS-RUN-OVERRIDE-COUNT       PIC 9(08) COMP VALUE ZERO.
000974
000975*****************************************************************
000976* CAPACITY-CHECK WORK AREAS - THE SEAT LIMIT SAVED OFF THE
001160* 1000-INITIALIZE - THE STUDENT AND COURSE MASTERS ARE BOTH
001170* REQUIRED - THERE IS NOTHING TO VALIDATE AGAINST WITHOUT THEM.
001180* A BRAND-NEW ENROLL.DAT IS CREATED (EMPTY) THE FIRST TIME.
001184* NO PREREQ.DAT JUST MEANS NO COURSE HAS PREREQUISITES YET.
001188* NO HOLDS.DAT JUST MEANS NO HOLD HAS EVER BEEN PLACED.
001190*****************************************************************
001200 1000-INITIALIZE.
001210     MOVE SPACES TO WS-ENROLL-INPUT-LINE
001433         ELSE
001434             DISPLAY "ENTER ENROLLMENTS.  ENTER NOTHING TO END."
001435         END-IF
001436     END-IF
001437
001438     IF NOT WS-ABORT
001439         PERFORM 1200-OPEN-OTHER-FILES THRU 1200-EXIT
001440     END-IF
001450 1000-EXIT.
001451     EXIT.
001452
001453*****************************************************************
001454* 1200-OPEN-OTHER-FILES - AUDIT.DAT FOR SUPERVISOR OVERRIDES, AND
001455* THE FILES THE PREREQUISITE, HOLD AND SCHEDULE CHECKS READ.  ONLY
001456* OPENED ONCE THE MASTERS ARE KNOWN GOOD.  A MISSING CHECK FILE
001457* JUST TURNS ITS CHECK OFF.
001458*****************************************************************
001459 1200-OPEN-OTHER-FILES.
001460     OPEN EXTEND AUDIT-FILE
001461     IF NOT WS-AUDIT-FILE-OK
001462         OPEN OUTPUT AUDIT-FILE
001463         CLOSE AUDIT-FILE
001464         OPEN EXTEND AUDIT-FILE
001465     END-IF
001470
001471     OPEN INPUT PREREQ-FILE
001472     IF WS-PREREQ-FILE-NOT-FOUND
001473         DISPLAY "NOTE - PREREQ.DAT NOT FOUND, NO "
001474             "PREREQUISITE CHECK."
001475     ELSE
001476         MOVE "Y" TO WS-PREREQ-FILE-AVAIL-SWITCH
001477     END-IF
001478
001479     OPEN INPUT HOLD-FILE
001480     IF WS-HOLD-FILE-NOT-FOUND
001481         DISPLAY "NOTE - HOLDS.DAT NOT FOUND, NO "
001482             "REGISTRATION HOLD CHECK."
001483     ELSE
001484         MOVE "Y" TO WS-HOLD-FILE-AVAIL-SWITCH
001485     END-IF
001486
001487     OPEN INPUT SECTION-FILE
001488     IF WS-SECTION-FILE-NOT-FOUND
001489         DISPLAY "NOTE - SECTION.DAT NOT FOUND, NO "
001490             "SCHEDULE CONFLICT CHECK."
001491     ELSE
001492         MOVE "Y" TO WS-SECTION-FILE-AVAIL-SWITCH
001493     END-IF
001494 1200-EXIT.
001495     EXIT.
001496
001497*****************************************************************
001498* 1300-CLOSE-OTHER-FILES - A CHECK FILE THAT WAS NEVER OPENED IS
001499* NOT CLOSED.
001500*****************************************************************
001501 1300-CLOSE-OTHER-FILES.
001502     CLOSE AUDIT-FILE
001503     IF WS-PREREQ-FILE-AVAILABLE
001504         CLOSE PREREQ-FILE
001505     END-IF
001506     IF WS-HOLD-FILE-AVAILABLE
001507         CLOSE HOLD-FILE
001508     END-IF
001509     IF WS-SECTION-FILE-AVAILABLE
001510         CLOSE SECTION-FILE
001511     END-IF
001512 1300-EXIT.
001513     EXIT.
001514
001515*****************************************************************
001516* 2000-GET-ENROLL-INFO
001517*****************************************************************
001518 2000-GET-ENROLL-INFO.
001520     DISPLAY "ENTER - STUDID, COURSECODE, TERM (E.G. 2026F)"
001530     DISPLAY "[______________________________________]"
001540     MOVE SPACES TO WS-ENROLL-INPUT-LINE
001650
001660*****************************************************************
001670* 3000-PROCESS-ENROLLMENT - BUILD THE RECORD, VALIDATE BOTH
001672* CROSS-REFERENCES, CHECK FOR A DUPLICATE, AND WRITE IT.  AN
001674* ACTIVE REGISTRATION HOLD OR A CLASH WITH ANOTHER OF THE
001676* STUDENT'S CLASSES THAT TERM REFUSES IT OUTRIGHT.  A MISSING
001678* PREREQUISITE REFUSES IT UNLESS A SUPERVISOR OVERRIDES IT,
001680* WHICH IS ONLY AUDITED ONCE THE ENROLLMENT IS WRITTEN.
001690*****************************************************************
001700 3000-PROCESS-ENROLLMENT.
001710     PERFORM 3800-VALIDATE-ENROLLMENT THRU 3800-EXIT
001711     IF WS-DATA-VALID
001712         PERFORM 4300-CHECK-REGISTRATION-HOLDS THRU 4300-EXIT
001713         IF WS-REG-HOLD-FOUND
001714             DISPLAY "*** ACTIVE REGISTRATION HOLD - "
001715                 "ENROLLMENT REFUSED ***"
001716             MOVE "N" TO WS-VALID-SWITCH
001717         END-IF
001718     END-IF
001720
001721     IF WS-DATA-VALID
001722         PERFORM 4400-CHECK-TIME-CONFLICTS THRU 4400-EXIT
001723         IF WS-TIME-CONFLICT-FOUND
001724             DISPLAY "*** SCHEDULE CONFLICT - "
001725                 "ENROLLMENT REFUSED ***"
001726             MOVE "N" TO WS-VALID-SWITCH
001727         END-IF
001728     END-IF
001729
001730     IF WS-DATA-VALID
001740         MOVE WS-IN-STUDID      TO ENROLL-STUDENT-ID
001750         MOVE WS-IN-COURSE-CODE TO ENROLL-COURSE-CODE
001820             DISPLAY "*** ENROLLMENT IS ALREADY ON FILE - "
001830                 "RECORD NOT ADDED ***"
001840             ADD 1 TO WS-RUN-REJECT-COUNT
001842         ELSE
001844             PERFORM 3950-CHECK-CAPACITY THRU 3950-EXIT
001846             PERFORM 3965-APPLY-PREREQ-RULE THRU 3965-EXIT
001848             IF NOT WS-PREREQS-MET
001850                 ADD 1 TO WS-RUN-REJECT-COUNT
001852             ELSE
001854             IF WS-COURSE-FULL
001856                 PERFORM 4000-OFFER-WAITLIST THRU 4000-EXIT
001858                 ADD 1 TO WS-RUN-REJECT-COUNT
001940                         DISPLAY "ENROLLED " ENROLL-STUDENT-ID
001950                             " IN " ENROLL-COURSE-CODE
001960                             " FOR " ENROLL-TERM
001961                         IF WS-PREREQ-OVERRIDDEN
001962                             ADD 1 TO WS-RUN-OVERRIDE-COUNT
001963                             PERFORM 4200-WRITE-OVERRIDE-AUDIT
001964                                 THRU 4200-EXIT
001965                         END-IF
001970                 END-WRITE
001971             END-IF
001972             END-IF
001980         END-IF
001990     ELSE
002790         CLOSE COURSE-FILE
002795         CLOSE WAITLIST-FILE
002796         CLOSE TERM-FILE
002798         PERFORM 1300-CLOSE-OTHER-FILES THRU 1300-EXIT
002800         PERFORM 9000-PRINT-RUN-TOTALS THRU 9000-EXIT
002810     END-IF
002820 8000-EXIT.
002910     DISPLAY "  ENROLLMENTS WRITTEN . . . " WS-RUN-WRITTEN-COUNT
002920     DISPLAY "  ENROLLMENTS REJECTED. . . " WS-RUN-REJECT-COUNT
002925     DISPLAY "  STUDENTS WAITLISTED . . . " WS-RUN-WAITLIST-COUNT
002929     DISPLAY "  PREREQUISITE OVERRIDES. . " WS-RUN-OVERRIDE-COUNT
002930     DISPLAY "-----------------------------------------------"
002940 9000-EXIT.
002950     EXIT.
003210             MOVE "Y" TO WS-COURSE-FULL-SWITCH
003220         END-IF
003230     END-IF
003231 3950-EXIT.
003232     EXIT.
003233
003234 3960-READ-AND-COUNT-SEAT.
003235     READ ENROLL-FILE NEXT RECORD
003236         AT END
003237             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003238         NOT AT END
003239             IF ENROLL-COURSE-CODE = WS-IN-COURSE-CODE
003240                 AND ENROLL-TERM = WS-IN-TERM
003241                 ADD 1 TO WS-SEATS-TAKEN-COUNT
003242             END-IF
003243     END-READ
003244 3960-EXIT.
003245     EXIT.
003246
003247*****************************************************************
003248* 3965-APPLY-PREREQ-RULE - ONCE THE ENROLLMENT IS KNOWN NOT TO BE
003249* A DUPLICATE, CHECK ITS PREREQUISITES.  IF ANY IS MISSING A
003250* SUPERVISOR MAY OVERRIDE - BUT ONLY FOR AN OPEN SEAT.  THE
003251* WAITLIST PROMOTERS RE-CHECK PREREQUISITES AND HAVE NO RECORD OF
003252* AN OVERRIDE, SO AN OVERRIDDEN STUDENT IS NEVER WAITLISTED.
003253*****************************************************************
003254 3965-APPLY-PREREQ-RULE.
003255     MOVE "N" TO WS-PREREQ-OVERRIDE-SWITCH
003256     PERFORM 3970-CHECK-PREREQUISITES THRU 3970-EXIT
003257     IF NOT WS-PREREQS-MET
003258         IF WS-COURSE-FULL
003259             DISPLAY "*** COURSE " WS-IN-COURSE-CODE " IS ALSO "
003260                 "FULL - AN OVERRIDE CANNOT BE WAITLISTED ***"
003261         ELSE
003262             PERFORM 4100-OFFER-PREREQ-OVERRIDE THRU 4100-EXIT
003263         END-IF
003264     END-IF
003265     IF NOT WS-PREREQS-MET
003266         DISPLAY "*** PREREQUISITES NOT MET - "
003267             "ENROLLMENT REFUSED ***"
003268     END-IF
003269 3965-EXIT.
003270     EXIT.
003271
003272*****************************************************************
003273* 3970-CHECK-PREREQUISITES - LOOK THE COURSE UP ON PREREQ.DAT
003274* AND CHECK THE STUDENT HAS PASSED EACH PREREQUISITE LISTED AT
003275* OR ABOVE ITS MINIMUM GRADE.  EVERY ONE NOT EARNED IS SHOWN
003276* AND TURNS WS-PREREQS-MET OFF.  A COURSE WITH NO RECORD HAS NO
003277* PREREQUISITES.  SKIPPED IF PREREQ.DAT COULD NOT BE OPENED.
003278*****************************************************************
003279 3970-CHECK-PREREQUISITES.
003280     MOVE "Y" TO WS-PREREQS-MET-SWITCH
003281     IF WS-PREREQ-FILE-AVAILABLE
003282         MOVE WS-IN-STUDID TO WS-CHECK-STUDENT-ID
003283         MOVE WS-IN-COURSE-CODE TO PREREQ-COURSE-CODE
003284         READ PREREQ-FILE
003285             INVALID KEY
003286                 MOVE ZERO TO PREREQ-COUNT
003287         END-READ
003288         PERFORM 3975-CHECK-ONE-PREREQ THRU 3975-EXIT
003289             VARYING WS-PREREQ-SUB FROM 1 BY 1
003290             UNTIL WS-PREREQ-SUB > PREREQ-COUNT
003291     END-IF
003292 3970-EXIT.
003293     EXIT.
003294
003295*****************************************************************
003296* 3975-CHECK-ONE-PREREQ - STUDENT ID IS THE LEADING FIELD OF
003297* ENROLL-KEY, SO THE STUDENT'S OWN ENROLLMENTS ARE A START AND
003298* A SHORT READ-NEXT, NOT A FULL SWEEP.  ONLY AN EARNED GRADE
003299* COUNTS - UNGRADED, I, W AND F NEVER SATISFY A PREREQUISITE.
003300* THE SWEEP USES ENROLL-FILE'S RECORD AREA - THE CALLER ALREADY
003301* SAVED THE RECORD IT BUILT.
003302*****************************************************************
003303 3975-CHECK-ONE-PREREQ.
003304     MOVE PREREQ-MIN-GRADE (WS-PREREQ-SUB) TO WS-LOOKUP-GRADE
003305     PERFORM 3990-LOOK-UP-GRADE-RANK THRU 3990-EXIT
003306     MOVE WS-GRADE-RANK TO WS-MIN-RANK
003307
003308     MOVE "N" TO WS-PREREQ-EARNED-SWITCH
003309     MOVE "N" TO WS-ENROLL-EOF-SWITCH
003310     MOVE WS-CHECK-STUDENT-ID TO ENROLL-STUDENT-ID
003311     MOVE LOW-VALUES TO ENROLL-COURSE-CODE
003312     MOVE LOW-VALUES TO ENROLL-TERM
003313     START ENROLL-FILE KEY NOT < ENROLL-KEY
003314         INVALID KEY
003315             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003316     END-START
003317     IF NOT WS-ENROLL-EOF
003318         PERFORM 3980-READ-STUDENT-ENROLLMENT THRU 3980-EXIT
003319             UNTIL WS-ENROLL-EOF
003320                 OR WS-PREREQ-EARNED
003321     END-IF
003322
003323     IF NOT WS-PREREQ-EARNED
003324         MOVE "N" TO WS-PREREQS-MET-SWITCH
003325         DISPLAY "*** PREREQUISITE " PREREQ-REQ-COURSE
003326             (WS-PREREQ-SUB) " AT " PREREQ-MIN-GRADE
003327             (WS-PREREQ-SUB) " OR BETTER NOT EARNED ***"
003328     END-IF
003329 3975-EXIT.
003330     EXIT.
003331
003332 3980-READ-STUDENT-ENROLLMENT.
003333     READ ENROLL-FILE NEXT RECORD
003334         AT END
003335             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003336         NOT AT END
003337             IF ENROLL-STUDENT-ID NOT = WS-CHECK-STUDENT-ID
003338                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
003339             ELSE
003340                 IF ENROLL-COURSE-CODE
003341                     = PREREQ-REQ-COURSE (WS-PREREQ-SUB)
003342                     AND ENROLL-GRADE-EARNED
003343                     MOVE ENROLL-GRADE TO WS-LOOKUP-GRADE
003344                     PERFORM 3990-LOOK-UP-GRADE-RANK
003345                         THRU 3990-EXIT
003346                     IF WS-GRADE-RANK NOT > WS-MIN-RANK
003347                         MOVE "Y" TO WS-PREREQ-EARNED-SWITCH
003348                     END-IF
003349                 END-IF
003350             END-IF
003360     END-READ
003361 3980-EXIT.
003362     EXIT.
003363
003364*****************************************************************
003365* 3990-LOOK-UP-GRADE-RANK - THE POSITION OF WS-LOOKUP-GRADE ON
003366* THE GRADE POINT TABLE, 1 BEING THE BEST.  A GRADE NOT ON THE
003367* TABLE RANKS 99.
003368*****************************************************************
003369 3990-LOOK-UP-GRADE-RANK.
003370     MOVE 99 TO WS-GRADE-RANK
003371     PERFORM 3995-MATCH-GRADE-ENTRY THRU 3995-EXIT
003372         VARYING WS-GP-SUB FROM 1 BY 1
003373         UNTIL WS-GP-SUB > GP-ENTRY-COUNT
003374             OR WS-GRADE-RANK NOT = 99
003375 3990-EXIT.
003380     EXIT.
003381
003382 3995-MATCH-GRADE-ENTRY.
003383     IF WS-LOOKUP-GRADE = GP-GRADE (WS-GP-SUB)
003384         MOVE WS-GP-SUB TO WS-GRADE-RANK
003385     END-IF
003386 3995-EXIT.
003387     EXIT.
003390
003400*****************************************************************
003410* 4000-OFFER-WAITLIST - THE COURSE IS FULL FOR THE TERM.  TELL
003650     END-IF
003660 4000-EXIT.
003670     EXIT.
003680
003690*****************************************************************
003700* 4100-OFFER-PREREQ-OVERRIDE - A PREREQUISITE IS MISSING.  A
003710* SUPERVISOR MAY LET THE ENROLLMENT THROUGH ANYWAY (TRANSFER
003720* WORK NOT ON ENROLL.DAT, A DEPARTMENT WAIVER) BY SIGNING ON
003730* WITH SUPERVISOR AUTHORITY - SIGNON CHECKS THE PASSWORD AND
003740* LOCKOUT AND LOGS THE ATTEMPT.  AN OVERRIDE GRANTED IS WRITTEN
003750* TO AUDIT.DAT UNDER THE SUPERVISOR'S ID BY 3000, ONLY ONCE THE
003760* ENROLLMENT ITSELF HAS BEEN WRITTEN.
003770*****************************************************************
003780 4100-OFFER-PREREQ-OVERRIDE.
003790     DISPLAY "SUPERVISOR OVERRIDE?  ENTER SUPERVISOR ID, OR "
003800         "NOTHING TO REFUSE"
003810     MOVE SPACES TO WS-SUPERVISOR-ID
003820     ACCEPT WS-SUPERVISOR-ID
003830     IF WS-SUPERVISOR-ID NOT = SPACES
003840         MOVE WS-SUPERVISOR-ID TO SIGNON-OPERATOR-ID
003850         MOVE "ENROLLWRITER" TO SIGNON-PROGRAM-NAME
003860         MOVE "Y" TO SIGNON-NEED-SUPER-FLAG
003870         CALL "SIGNON" USING SIGNON-PARM
003880         IF SIGNON-OK
003890             MOVE "Y" TO WS-PREREQS-MET-SWITCH
003900             MOVE "Y" TO WS-PREREQ-OVERRIDE-SWITCH
003910             DISPLAY "PREREQUISITES OVERRIDDEN BY "
003920                 WS-SUPERVISOR-ID
003930         ELSE
003940             DISPLAY "*** OVERRIDE NOT AUTHORIZED ***"
003950         END-IF
003960     END-IF
003970 4100-EXIT.
003980     EXIT.
003990
004000*****************************************************************
004010* 4200-WRITE-OVERRIDE-AUDIT - APPEND ONE ENTRY TO AUDIT.DAT FOR
004020* THE OVERRIDE - WHICH STUDENT, WHICH SUPERVISOR, AND WHEN.
004030*****************************************************************
004040 4200-WRITE-OVERRIDE-AUDIT.
004050     MOVE WS-CHECK-STUDENT-ID TO AUDIT-DATA-ID
004060     MOVE WS-SUPERVISOR-ID     TO AUDIT-OPERATOR-ID
004070     MOVE "PREREQOV"           TO AUDIT-ACTION
004080     ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
004090     ACCEPT AUDIT-TIME FROM TIME
004100     WRITE AUDIT-REC
004110 4200-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150* 4300-CHECK-REGISTRATION-HOLDS - POSITION HOLDS.DAT AT THE
004160* STUDENT'S FIRST HOLD AND READ EVERY HOLD STILL UNDER THE
004170* STUDENT'S ID.  ANY ONE STILL ACTIVE THAT BLOCKS REGISTRATION
004180* STOPS THE ENROLLMENT - EACH IS SHOWN SO THE OPERATOR CAN SEND
004190* THE STUDENT TO THE OFFICE THAT PLACED IT.
004200*****************************************************************
004210 4300-CHECK-REGISTRATION-HOLDS.
004220     MOVE "N" TO WS-REG-HOLD-SWITCH
004230     IF WS-HOLD-FILE-AVAILABLE
004240         MOVE "N" TO WS-HOLD-EOF-SWITCH
004250         MOVE WS-IN-STUDID TO HOLD-DATA-ID
004260         MOVE ZERO TO HOLD-SEQ-NO
004270         START HOLD-FILE KEY NOT < HOLD-KEY
004280             INVALID KEY
004290                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
004300         END-START
004310         PERFORM 4310-READ-STUDENT-HOLD THRU 4310-EXIT
004320             UNTIL WS-HOLD-EOF
004330     END-IF
004340 4300-EXIT.
004350     EXIT.
004360
004370 4310-READ-STUDENT-HOLD.
004380     READ HOLD-FILE NEXT RECORD
004390         AT END
004400             MOVE "Y" TO WS-HOLD-EOF-SWITCH
004410         NOT AT END
004420             IF HOLD-DATA-ID NOT = WS-IN-STUDID
004430                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
004440             ELSE
004450                 IF HOLD-ACTIVE AND HOLD-BLOCKS-REGISTRATION
004460                     MOVE "Y" TO WS-REG-HOLD-SWITCH
004470                     DISPLAY "*** HOLD " HOLD-SEQ-NO " PLACED "
004480                         HOLD-PLACED-DATE " BY " HOLD-OFFICE
004490                         " - " HOLD-REASON
004500                 END-IF
004510             END-IF
004520     END-READ
004530 4310-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570* 4400-CHECK-TIME-CONFLICTS - LOOK THE COURSE UP ON SECTION.DAT.
004580* A COURSE WITH NO SECTION ON FILE IS NOT SCHEDULED YET AND
004590* CANNOT CLASH.  OTHERWISE READ EVERY ENROLLMENT THE STUDENT
004600* ALREADY HAS (STUDENT ID LEADS ENROLL-KEY - A START AND A SHORT
004610* READ-NEXT) AND COMPARE THE MEETING TIME OF EACH OTHER COURSE
004620* IN THE SAME TERM.  EVERY CLASH IS SHOWN SO THE OPERATOR CAN
004630* PICK ANOTHER COURSE.  USES ENROLL-FILE'S RECORD AREA BEFORE THE
004640* NEW RECORD IS BUILT.
004650*****************************************************************
004660 4400-CHECK-TIME-CONFLICTS.
004670     MOVE "N" TO WS-TIME-CONFLICT-SWITCH
004680     MOVE "N" TO WS-NEW-SECTION-SWITCH
004690     IF WS-SECTION-FILE-AVAILABLE
004700         MOVE WS-IN-COURSE-CODE TO SECT-COURSE-CODE
004710         MOVE WS-IN-TERM TO SECT-TERM
004720         READ SECTION-FILE
004730             INVALID KEY
004740                 MOVE "N" TO WS-NEW-SECTION-SWITCH
004750             NOT INVALID KEY
004760                 MOVE "Y" TO WS-NEW-SECTION-SWITCH
004770                 MOVE SECT-MEETING-DAYS TO WS-NEW-MEETING-DAYS
004780                 MOVE SECT-START-TIME TO WS-NEW-START-TIME
004790                 MOVE SECT-END-TIME TO WS-NEW-END-TIME
004800         END-READ
004810     END-IF
004820
004830     IF WS-NEW-SECTION-FOUND
004840         MOVE WS-IN-STUDID TO WS-CHECK-STUDENT-ID
004850         MOVE "N" TO WS-ENROLL-EOF-SWITCH
004860         MOVE WS-CHECK-STUDENT-ID TO ENROLL-STUDENT-ID
004870         MOVE LOW-VALUES TO ENROLL-COURSE-CODE
004880         MOVE LOW-VALUES TO ENROLL-TERM
004890         START ENROLL-FILE KEY NOT < ENROLL-KEY
004900             INVALID KEY
004910                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
004920         END-START
004930         PERFORM 4410-READ-STUDENT-ENROLLMENT THRU 4410-EXIT
004940             UNTIL WS-ENROLL-EOF
004950     END-IF
004960 4400-EXIT.
004970     EXIT.
004980
004990*****************************************************************
005000* 4410-READ-STUDENT-ENROLLMENT - A WITHDRAWN (W) ENROLLMENT NO
005010* LONGER MEETS AND IS SKIPPED, AS IS THE COURSE BEING ENROLLED.
005020*****************************************************************
005030 4410-READ-STUDENT-ENROLLMENT.
005040     READ ENROLL-FILE NEXT RECORD
005050         AT END
005060             MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005070         NOT AT END
005080             IF ENROLL-STUDENT-ID NOT = WS-CHECK-STUDENT-ID
005090                 MOVE "Y" TO WS-ENROLL-EOF-SWITCH
005100             ELSE
005110                 IF ENROLL-TERM = WS-IN-TERM
005120                     AND ENROLL-COURSE-CODE
005130                         NOT = WS-IN-COURSE-CODE
005140                     AND ENROLL-GRADE NOT = "W "
005150                     PERFORM 4420-COMPARE-MEETING-TIMES
005160                         THRU 4420-EXIT
005170                 END-IF
005180             END-IF
005190     END-READ
005200 4410-EXIT.
005210     EXIT.
005220
005230*****************************************************************
005240* 4420-COMPARE-MEETING-TIMES - TWO CLASSES CLASH WHEN THEY MEET
005250* ON AT LEAST ONE COMMON DAY AND EACH STARTS BEFORE THE OTHER
005260* ENDS.  A CLASS ENDING AT 1050 AND ONE STARTING AT 1050 DO NOT
005270* CLASH.
005280*****************************************************************
005290 4420-COMPARE-MEETING-TIMES.
005300     MOVE ENROLL-COURSE-CODE TO SECT-COURSE-CODE
005310     MOVE ENROLL-TERM TO SECT-TERM
005320     READ SECTION-FILE
005330         INVALID KEY
005340             CONTINUE
005350         NOT INVALID KEY
005360             MOVE "N" TO WS-DAY-CONFLICT-SWITCH
005370             PERFORM 4430-MATCH-MEETING-DAY THRU 4430-EXIT
005380                 VARYING WS-DAY-SUB FROM 1 BY 1
005390                 UNTIL WS-DAY-SUB > 7
005400                     OR WS-DAY-CONFLICT
005410             IF WS-DAY-CONFLICT
005420                 AND WS-NEW-START-TIME < SECT-END-TIME
005430                 AND SECT-START-TIME < WS-NEW-END-TIME
005440                 MOVE "Y" TO WS-TIME-CONFLICT-SWITCH
005450                 DISPLAY "*** CLASHES WITH " SECT-COURSE-CODE
005460                     " - " SECT-MEETING-DAYS " " SECT-START-TIME
005470                     "-" SECT-END-TIME " IN " SECT-ROOM
005480             END-IF
005490     END-READ
005500 4420-EXIT.
005510     EXIT.
005520
005530 4430-MATCH-MEETING-DAY.
005540     IF WS-NEW-DAY (WS-DAY-SUB) NOT = SPACE
005550         AND SECT-DAY (WS-DAY-SUB) NOT = SPACE
005560         MOVE "Y" TO WS-DAY-CONFLICT-SWITCH
005570     END-IF
005580 4430-EXIT.
005590     EXIT.
