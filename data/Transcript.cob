000230* STUDENT KEY ORDER, SO THEY ARE COLLECTED INTO A TABLE AND
000240* RE-ORDERED BY TERM (THEN COURSE) BEFORE PRINTING, THE WAY A
000250* TRANSCRIPT ACTUALLY READS.
000251*
000252* EACH TERM AND THE WHOLE RECORD ALSO CARRY A GPA, WORKED OUT
000253* OFF THE SHARED GRADE POINT TABLE (SEE GRADEPTS.CPY) THE SAME
000254* WAY ACADSTAND WORKS IT OUT - "I " AND "W " CARRY NO QUALITY
000255* POINTS AND NO GPA HOURS.  WHERE ACADSTAND HAS JUDGED THE TERM,
000256* THE STANDING IT FILED ON STANDING.DAT PRINTS UNDER THE TERM.
000260*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   ---------- ----  ------------------------------------------
000300*   2026-09-02 JMS   ORIGINAL PROGRAM.
000301*   2026-10-15 JMS   TERM AND CUMULATIVE GPA ON THE TOTAL LINES,
000302*                    AND THE TERM'S ACADEMIC STANDING OFF
000303*                    STANDING.DAT (SEE ACADSTAND).
000304*   2026-10-15 JMS   NO TRANSCRIPT IS PRINTED FOR A STUDENT WITH
000305*                    AN ACTIVE TRANSCRIPT HOLD ON HOLDS.DAT (SEE
000306*                    HOLDREC.CPY AND HOLDWRITER) - THE HOLDS ARE
000307*                    SHOWN SO THE STUDENT CAN BE SENT TO THE
000308*                    OFFICE THAT PLACED THEM.
000310*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000560     SELECT HISTORY-FILE ASSIGN TO "STUDHIST.DAT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000581
000582     SELECT STANDING-FILE ASSIGN TO "STANDING.DAT"
000583         ORGANIZATION IS INDEXED
000584         ACCESS MODE IS RANDOM
000585         RECORD KEY IS STAND-KEY
000586         FILE STATUS IS WS-STANDING-FILE-STATUS.
000590
000591     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS HOLD-KEY
000595         FILE STATUS IS WS-HOLD-FILE-STATUS.
000596
000600     SELECT PRINT-FILE ASSIGN TO "TRNSRPT.DAT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PRINT-FILE-STATUS.
000780 FD  HISTORY-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY STUDHIST.
000801
000802 FD  STANDING-FILE
000803     LABEL RECORDS ARE STANDARD.
000804 COPY STANDREC.
000805
000806 FD  HOLD-FILE
000807     LABEL RECORDS ARE STANDARD.
000808 COPY HOLDREC.
000810
000820 FD  PRINT-FILE
000830     LABEL RECORDS ARE STANDARD.
000940     05  WS-HISTORY-FILE-STATUS      PIC X(02).
000950         88  WS-HISTORY-FILE-OK      VALUE "00".
000960         88  WS-HISTORY-FILE-NOT-FOUND VALUE "35".
000962     05  WS-STANDING-FILE-STATUS     PIC X(02).
000964         88  WS-STANDING-FILE-OK     VALUE "00".
000966     05  WS-HOLD-FILE-STATUS         PIC X(02).
000968         88  WS-HOLD-FILE-OK         VALUE "00".
000970     05  WS-PRINT-FILE-STATUS        PIC X(02).
000980     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000990         88  WS-ABORT                VALUE "Y".
000992     05  WS-STANDING-AVAIL-SWITCH    PIC X(01) VALUE "N".
000994         88  WS-STANDING-FILE-AVAILABLE VALUE "Y".
000996     05  WS-HOLD-FILE-AVAIL-SWITCH   PIC X(01) VALUE "N".
000998         88  WS-HOLD-FILE-AVAILABLE  VALUE "Y".
001000     05  WS-ENROLL-EOF-SWITCH        PIC X(01) VALUE "N".
001010         88  WS-ENROLL-EOF           VALUE "Y".
001020     05  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE "N".
001050         88  WS-STUDENT-FOUND        VALUE "Y".
001060     05  WS-ON-HISTORY-SWITCH        PIC X(01) VALUE "N".
001070         88  WS-ON-HISTORY           VALUE "Y".
001071     05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
001072         88  WS-HOLD-EOF             VALUE "Y".
001073     05  WS-TRANSCRIPT-HOLD-SWITCH   PIC X(01) VALUE "N".
001074         88  WS-TRANSCRIPT-HOLD-FOUND VALUE "Y".
001075     05  WS-GRADE-FOUND-SWITCH       PIC X(01) VALUE "N".
001076         88  WS-GRADE-FOUND          VALUE "Y".
001080
001090 01  WS-STUDENT-ID-LINE              PIC X(12).
001100 01  WS-WANTED-STUDENT-ID            PIC 9(12).
001140     05  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001150     05  WS-LINES-PER-PAGE           PIC 9(04) COMP VALUE 50.
001160     05  WS-TRANSCRIPT-COUNT         PIC 9(05) COMP VALUE ZERO.
001165     05  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
001170
001180*****************************************************************
001190* THE STUDENT'S ENROLLMENTS, COLLECTED OFF ENROLL.DAT AND
001350     05  WS-SORT-I                   PIC 9(03) COMP.
001360     05  WS-SORT-J                   PIC 9(03) COMP.
001370     05  WS-SORT-J-START             PIC 9(03) COMP.
001375     05  WS-GP-SUB                   PIC 9(02) COMP.
001380
001390 01  WS-SORT-HOLD-ENTRY.
001400     05  WS-HOLD-TERM                PIC X(05).
001430
001440*****************************************************************
001450* CONTROL-BREAK AREAS - THE TERM WHOSE GROUP IS BEING PRINTED
001460* AND THE RUNNING TERM AND CUMULATIVE CREDIT AND GPA TOTALS.
001470*****************************************************************
001480 01  WS-BREAK-AREAS.
001490     05  WS-CURRENT-TERM             PIC X(05) VALUE SPACES.
001510     05  WS-TERM-EARNED-TOTAL        PIC 9(03)V9 VALUE ZERO.
001520     05  WS-CUM-ATTEMPTED-TOTAL      PIC 9(04)V9 VALUE ZERO.
001530     05  WS-CUM-EARNED-TOTAL         PIC 9(04)V9 VALUE ZERO.
001531     05  WS-TERM-GPA-HOURS           PIC 9(03)V9 VALUE ZERO.
001532     05  WS-TERM-QUALITY-POINTS      PIC 9(04)V99 VALUE ZERO.
001533     05  WS-CUM-GPA-HOURS            PIC 9(04)V9 VALUE ZERO.
001534     05  WS-CUM-QUALITY-POINTS       PIC 9(05)V99 VALUE ZERO.
001535     05  WS-ENROLL-POINTS            PIC 9(03)V99 VALUE ZERO.
001536     05  WS-GRADE-POINTS             PIC 9V99 VALUE ZERO.
001537     05  WS-GPA                      PIC 9V99 VALUE ZERO.
001540
001541*****************************************************************
001542* THE SHARED GRADE POINT TABLE.
001543*****************************************************************
001544 COPY GRADEPTS.
001545
001550 01  HDG-LINE-1.
001560     05  FILLER                      PIC X(30)
001570         VALUE "STUDENT TRANSCRIPT".
002040     05  TTL-ATTEMPTED               PIC ZZ9.9.
002050     05  FILLER                      PIC X(06) VALUE "  ERN".
002060     05  TTL-EARNED                  PIC ZZ9.9.
002064     05  FILLER                      PIC X(07) VALUE "  GPA".
002068     05  TTL-GPA                     PIC 9.99.
002070
002080 01  CUM-TOTAL-LINE.
002090     05  FILLER                      PIC X(04) VALUE SPACES.
002120     05  CTL-ATTEMPTED               PIC ZZZ9.9.
002130     05  FILLER                      PIC X(05) VALUE " ERN".
002140     05  CTL-EARNED                  PIC ZZZ9.9.
002141     05  FILLER                      PIC X(06) VALUE " GPA".
002142     05  CTL-GPA                     PIC 9.99.
002143
002144 01  STANDING-LINE.
002145     05  FILLER                      PIC X(04) VALUE SPACES.
002146     05  FILLER                      PIC X(21)
002147         VALUE "ACADEMIC STANDING -".
002148     05  STL-STANDING                PIC X(20).
002150
002160 01  NONE-LINE.
002170     05  FILLER                      PIC X(04) VALUE SPACES.
002430*****************************************************************
002440* 1000-INITIALIZE - THE ENROLLMENT AND COURSE FILES ARE BOTH
002450* REQUIRED.  NO STUDHIST.DAT JUST MEANS NOBODY HAS BEEN REMOVED
002454* YET - FORMER STUDENTS SIMPLY WILL NOT BE FOUND.  NO
002458* STANDING.DAT JUST MEANS ACADSTAND HAS NEVER RUN - THE GPAS
002462* STILL PRINT, THE STANDING LINES DO NOT.  NO HOLDS.DAT JUST
002466* MEANS NO HOLD HAS EVER BEEN PLACED.
002470*****************************************************************
002480 1000-INITIALIZE.
002490     OPEN INPUT ENROLL-FILE
002670                 CLOSE ENROLL-FILE
002680                 CLOSE STUDENT-FILE
002690             ELSE
002691                 OPEN INPUT STANDING-FILE
002692                 IF WS-STANDING-FILE-OK
002693                     MOVE "Y" TO WS-STANDING-AVAIL-SWITCH
002694                 END-IF
002695                 OPEN INPUT HOLD-FILE
002696                 IF WS-HOLD-FILE-OK
002697                     MOVE "Y" TO WS-HOLD-FILE-AVAIL-SWITCH
002698                 END-IF
002700                 OPEN OUTPUT PRINT-FILE
002710                 DISPLAY "TRANSCRIPT - PRINTING TO TRNSRPT.DAT"
002720                 PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
002900*****************************************************************
002910* 3000-PROCESS-ONE-STUDENT - FIND THE STUDENT ON THE MASTER OR
002920* THE HISTORY ARCHIVE, COLLECT AND RE-ORDER THE ENROLLMENTS,
002925* AND PRINT THE TRANSCRIPT - UNLESS THE STUDENT HAS AN ACTIVE
002930* TRANSCRIPT HOLD, IN WHICH CASE NOTHING IS PRINTED.
002940*****************************************************************
002950 3000-PROCESS-ONE-STUDENT.
002960     IF WS-STUDENT-ID-LINE NOT NUMERIC
003020             DISPLAY "*** STUDENT " WS-WANTED-STUDENT-ID
003030                 " IS NOT ON STUDENTS.DAT OR STUDHIST.DAT ***"
003040         ELSE
003044             PERFORM 3150-CHECK-TRANSCRIPT-HOLDS THRU 3150-EXIT
003048             IF WS-TRANSCRIPT-HOLD-FOUND
003052                 DISPLAY "*** ACTIVE TRANSCRIPT HOLD - "
003056                     "TRANSCRIPT NOT PRINTED FOR STUDENT "
003060                     WS-WANTED-STUDENT-ID " ***"
003064                 ADD 1 TO WS-REFUSED-COUNT
003068             ELSE
003072                 PERFORM 3300-COLLECT-ENROLLMENTS THRU 3300-EXIT
003076                 PERFORM 3500-SORT-ENROLL-TABLE THRU 3500-EXIT
003080                 PERFORM 5000-PRINT-TRANSCRIPT THRU 5000-EXIT
003084                 ADD 1 TO WS-TRANSCRIPT-COUNT
003088                 DISPLAY "TRANSCRIPT PRINTED FOR STUDENT "
003092                     WS-WANTED-STUDENT-ID
003096             END-IF
003110         END-IF
003120     END-IF
003130
003340 3100-EXIT.
003350     EXIT.
003360
003361*****************************************************************
003362* 3150-CHECK-TRANSCRIPT-HOLDS - READ EVERY HOLD ON HOLDS.DAT
003363* UNDER THE WANTED ID.  ANY ONE STILL ACTIVE THAT BLOCKS
003364* TRANSCRIPTS STOPS THE PRINT - EACH IS SHOWN SO THE STUDENT
003365* CAN BE SENT TO THE OFFICE THAT PLACED IT.  SKIPPED IF
003366* HOLDS.DAT COULD NOT BE OPENED.
003370*****************************************************************
003371 3150-CHECK-TRANSCRIPT-HOLDS.
003372     MOVE "N" TO WS-TRANSCRIPT-HOLD-SWITCH
003373     IF WS-HOLD-FILE-AVAILABLE
003374         MOVE "N" TO WS-HOLD-EOF-SWITCH
003375         MOVE WS-WANTED-STUDENT-ID TO HOLD-DATA-ID
003376         MOVE ZERO TO HOLD-SEQ-NO
003377         START HOLD-FILE KEY NOT < HOLD-KEY
003378             INVALID KEY
003379                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
003380         END-START
003381         PERFORM 3160-READ-STUDENT-HOLD THRU 3160-EXIT
003382             UNTIL WS-HOLD-EOF
003383     END-IF
003384 3150-EXIT.
003385     EXIT.
003386
003387 3160-READ-STUDENT-HOLD.
003388     READ HOLD-FILE NEXT RECORD
003389         AT END
003390             MOVE "Y" TO WS-HOLD-EOF-SWITCH
003391         NOT AT END
003392             IF HOLD-DATA-ID NOT = WS-WANTED-STUDENT-ID
003393                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
003394             ELSE
003395                 IF HOLD-ACTIVE AND HOLD-BLOCKS-TRANSCRIPT
003396                     MOVE "Y" TO WS-TRANSCRIPT-HOLD-SWITCH
003397                     DISPLAY "*** HOLD " HOLD-SEQ-NO " PLACED "
003398                         HOLD-PLACED-DATE " BY " HOLD-OFFICE
003399                         " - " HOLD-REASON
003400                 END-IF
003401             END-IF
003402     END-READ
003403 3160-EXIT.
003404     EXIT.
003405
003406*****************************************************************
003407* 3200-SEARCH-HISTORY - SWEEP THE STUDHIST.DAT ARCHIVE FOR THE
003408* WANTED ID.  OPENED AND CLOSED PER SEARCH - THE FILE ONLY
003409* GROWS, SO A LATER INQUIRY IN THE SAME SITTING MUST SEE A
003410* FRESH PASS.
003420*****************************************************************
003430 3200-SEARCH-HISTORY.
004980     MOVE ZERO TO WS-TERM-EARNED-TOTAL
004990     MOVE ZERO TO WS-CUM-ATTEMPTED-TOTAL
005000     MOVE ZERO TO WS-CUM-EARNED-TOTAL
005004     MOVE ZERO TO WS-CUM-GPA-HOURS
005008     MOVE ZERO TO WS-CUM-QUALITY-POINTS
005010
005020     MOVE WS-WANTED-STUDENT-ID TO SHD-STUDENT-ID
005030     MOVE STUDENT-NAME OF DATA-REC TO SHD-STUDENT-NAME
005990     MOVE WS-TBL-TERM (WS-ENR-SUB) TO WS-CURRENT-TERM
006000     MOVE ZERO TO WS-TERM-ATTEMPTED-TOTAL
006010     MOVE ZERO TO WS-TERM-EARNED-TOTAL
006014     MOVE ZERO TO WS-TERM-GPA-HOURS
006018     MOVE ZERO TO WS-TERM-QUALITY-POINTS
006020
006030     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
006040         PERFORM 4500-PRINT-FOOTER THRU 4500-EXIT
006190* ATTEMPTED.  ONLY A POSTED PASSING GRADE EARNS THE HOURS -
006200* THE GRADE IS MOVED TO THE RECORD FIELD SO THE SHARED
006210* ENROLL-GRADE-EARNED SET ON ENROLLREC DECIDES WHAT PASSES.
006214* A GRADE ON THE GRADE POINT TABLE ALSO ADDS ITS GPA HOURS AND
006218* QUALITY POINTS - "I ", "W " AND UNGRADED ARE NOT ON IT.
006220*****************************************************************
006230 5400-ACCUMULATE-CREDITS.
006240     ADD COURSE-CREDIT-HOURS TO WS-TERM-ATTEMPTED-TOTAL
006270     IF ENROLL-GRADE-EARNED
006280         ADD COURSE-CREDIT-HOURS TO WS-TERM-EARNED-TOTAL
006290         ADD COURSE-CREDIT-HOURS TO WS-CUM-EARNED-TOTAL
006291     END-IF
006292     PERFORM 5450-LOOK-UP-GRADE-POINTS THRU 5450-EXIT
006293     IF WS-GRADE-FOUND
006294         COMPUTE WS-ENROLL-POINTS =
006295             WS-GRADE-POINTS * COURSE-CREDIT-HOURS
006296         ADD COURSE-CREDIT-HOURS TO WS-TERM-GPA-HOURS
006297         ADD COURSE-CREDIT-HOURS TO WS-CUM-GPA-HOURS
006298         ADD WS-ENROLL-POINTS TO WS-TERM-QUALITY-POINTS
006299         ADD WS-ENROLL-POINTS TO WS-CUM-QUALITY-POINTS
006300     END-IF
006301 5400-EXIT.
006302     EXIT.
006303
006304*****************************************************************
006305* 5450-LOOK-UP-GRADE-POINTS - FIND THE POSTED GRADE ON THE
006306* GRADE POINT TABLE.
006307*****************************************************************
006308 5450-LOOK-UP-GRADE-POINTS.
006309     MOVE "N" TO WS-GRADE-FOUND-SWITCH
006310     MOVE ZERO TO WS-GRADE-POINTS
006311     PERFORM 5460-MATCH-GRADE-ENTRY THRU 5460-EXIT
006312         VARYING WS-GP-SUB FROM 1 BY 1
006313         UNTIL WS-GP-SUB > GP-ENTRY-COUNT
006314             OR WS-GRADE-FOUND
006315 5450-EXIT.
006320     EXIT.
006321
006322 5460-MATCH-GRADE-ENTRY.
006323     IF ENROLL-GRADE = GP-GRADE (WS-GP-SUB)
006324         MOVE GP-POINTS (WS-GP-SUB) TO WS-GRADE-POINTS
006325         MOVE "Y" TO WS-GRADE-FOUND-SWITCH
006326     END-IF
006327 5460-EXIT.
006328     EXIT.
006330
006340*****************************************************************
006350* 5500-PRINT-TERM-TOTAL - CLOSE OUT THE TERM GROUP JUST PRINTED
006355* WITH ITS ATTEMPTED AND EARNED CREDIT HOURS AND ITS GPA, THEN
006360* THE STANDING ACADSTAND FILED FOR THE TERM, IF IT HAS JUDGED IT.
006370*****************************************************************
006380 5500-PRINT-TERM-TOTAL.
006390     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006420     END-IF
006430     MOVE WS-TERM-ATTEMPTED-TOTAL TO TTL-ATTEMPTED
006440     MOVE WS-TERM-EARNED-TOTAL    TO TTL-EARNED
006441     MOVE ZERO TO WS-GPA
006442     IF WS-TERM-GPA-HOURS > ZERO
006443         COMPUTE WS-GPA ROUNDED =
006444             WS-TERM-QUALITY-POINTS / WS-TERM-GPA-HOURS
006445     END-IF
006446     MOVE WS-GPA TO TTL-GPA
006450     WRITE PRINT-LINE FROM TERM-TOTAL-LINE
006460         AFTER ADVANCING 1 LINE
006470     ADD 1 TO WS-LINE-COUNT
006472
006474     IF WS-STANDING-FILE-AVAILABLE
006476         PERFORM 5550-PRINT-TERM-STANDING THRU 5550-EXIT
006478     END-IF
006480 5500-EXIT.
006490     EXIT.
006500
006502*****************************************************************
006504* 5550-PRINT-TERM-STANDING - KEYED READ OF STANDING.DAT FOR THE
006506* STUDENT AND THE TERM JUST CLOSED OUT.  NOTHING PRINTS FOR A
006508* TERM ACADSTAND HAS NOT JUDGED.
006510*****************************************************************
006511 5550-PRINT-TERM-STANDING.
006512     MOVE WS-WANTED-STUDENT-ID TO STAND-STUDENT-ID
006513     MOVE WS-CURRENT-TERM TO STAND-TERM
006514     READ STANDING-FILE
006515         INVALID KEY
006516             CONTINUE
006517         NOT INVALID KEY
006518             EVALUATE TRUE
006519                 WHEN STAND-DEANS-LIST
006520                     MOVE "DEAN'S LIST"   TO STL-STANDING
006521                 WHEN STAND-PROBATION
006522                     MOVE "PROBATION"     TO STL-STANDING
006523                 WHEN STAND-SUSPENSION
006524                     MOVE "SUSPENSION"    TO STL-STANDING
006525                 WHEN OTHER
006526                     MOVE "GOOD STANDING" TO STL-STANDING
006527             END-EVALUATE
006528             WRITE PRINT-LINE FROM STANDING-LINE
006529                 AFTER ADVANCING 1 LINE
006530             ADD 1 TO WS-LINE-COUNT
006531     END-READ
006532 5550-EXIT.
006533     EXIT.
006534
006535*****************************************************************
006536* 5600-PRINT-CUM-TOTAL - THE WHOLE-TRANSCRIPT CREDIT TOTALS
006537* AND CUMULATIVE GPA, PRINTED ONCE AFTER THE LAST TERM GROUP.
006540*****************************************************************
006550 5600-PRINT-CUM-TOTAL.
006560     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006590     END-IF
006600     MOVE WS-CUM-ATTEMPTED-TOTAL TO CTL-ATTEMPTED
006610     MOVE WS-CUM-EARNED-TOTAL    TO CTL-EARNED
006611     MOVE ZERO TO WS-GPA
006612     IF WS-CUM-GPA-HOURS > ZERO
006613         COMPUTE WS-GPA ROUNDED =
006614             WS-CUM-QUALITY-POINTS / WS-CUM-GPA-HOURS
006615     END-IF
006616     MOVE WS-GPA TO CTL-GPA
006620     WRITE PRINT-LINE FROM CUM-TOTAL-LINE
006630         AFTER ADVANCING 2 LINES
006640     ADD 2 TO WS-LINE-COUNT
006730         CLOSE ENROLL-FILE
006740         CLOSE STUDENT-FILE
006750         CLOSE COURSE-FILE
006751         IF WS-STANDING-FILE-AVAILABLE
006752             CLOSE STANDING-FILE
006753         END-IF
006754         IF WS-HOLD-FILE-AVAILABLE
006755             CLOSE HOLD-FILE
006756         END-IF
006760         CLOSE PRINT-FILE
006770         DISPLAY "TRANSCRIPT COMPLETE - " WS-TRANSCRIPT-COUNT
006780             " TRANSCRIPT(S) PRINTED TO TRNSRPT.DAT"
006782         IF WS-REFUSED-COUNT > ZERO
006784             DISPLAY "  " WS-REFUSED-COUNT
006786                 " REFUSED FOR AN ACTIVE TRANSCRIPT HOLD"
006788         END-IF
006790     END-IF
006800 8000-EXIT.
006810     EXIT.
