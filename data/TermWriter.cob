000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  ------------------------------------------
000200*   2026-09-02 JMS   ORIGINAL PROGRAM.
000201*   2026-10-15 JMS   TAKES AN OPTIONAL CENSUS DATE AS A SIXTH
000202*                    FIELD (SEE TERMREC.CPY AND CENSUSRUN) -
000203*                    BLANK MEANS NONE SET YET (OR, ON A CHANGE,
000204*                    KEEP THE ONE ON FILE), OTHERWISE IT MUST
000205*                    BE A REAL DATE INSIDE THE TERM.  A KEPT
000206*                    DATE MUST STILL FALL INSIDE THE TERM'S
000207*                    NEW DATES.
000210*****************************************************************
000220
000230 ENVIRONMENT DIVISION.
000480*****************************************************************
000490* OPERATOR ACCEPT AREA - ONE LINE OF COMMA SEPARATED FIELDS
000500* KEYED IN AS -  TERMCODE, DESCRIPTION, STARTDATE, ENDDATE,
000505* STATUS (O/C), CENSUSDATE.  DATES ARE KEYED AS YYYYMMDD.  THE
000510* CENSUS DATE MAY BE LEFT OFF UNTIL THE TERM'S CALENDAR IS SET,
000515* AND LEFT OFF ON A CHANGE TO KEEP THE ONE ALREADY ON FILE.
000520*****************************************************************
000530 01  WS-TERM-INPUT-LINE              PIC X(70).
000540 01  WS-INPUT-FIELDS.
000550     05  WS-IN-TERM-CODE             PIC X(05).
000560     05  WS-IN-DESCRIPTION           PIC X(20).
000570     05  WS-IN-START-DATE            PIC X(08).
000580     05  WS-IN-END-DATE              PIC X(08).
000590     05  WS-IN-STATUS                PIC X(01).
000595     05  WS-IN-CENSUS-DATE           PIC X(08).
000600
000605 01  WS-SAVE-TERM-REC                PIC X(55).
000610 01  WS-KEEP-CENSUS-DATE             PIC 9(08).
000620
000630 01  WS-RUN-TOTALS.
000640     05  WS-RUN-ADDED-COUNT          PIC 9(08) COMP VALUE ZERO.
001370*****************************************************************
001380 2000-GET-TERM-INFO.
001390     DISPLAY "ENTER - TERMCODE, DESCRIPTION, STARTDATE, "
001400         "ENDDATE, STATUS (O/C), CENSUSDATE"
001410     DISPLAY "[__________________________________________________"
001420         "__________________]"
001430     MOVE SPACES TO WS-TERM-INPUT-LINE
001440     ACCEPT WS-TERM-INPUT-LINE
001450
001480         UNSTRING WS-TERM-INPUT-LINE DELIMITED BY ","
001490             INTO WS-IN-TERM-CODE, WS-IN-DESCRIPTION,
001500                  WS-IN-START-DATE, WS-IN-END-DATE,
001510                  WS-IN-STATUS, WS-IN-CENSUS-DATE
001520         END-UNSTRING
001530     END-IF
001540 2000-EXIT.
001560
001570*****************************************************************
001580* 3000-PROCESS-TERM - BUILD THE RECORD, VALIDATE IT, THEN WRITE
001584* A NEW CODE OR REWRITE ONE ALREADY ON FILE.  A CENSUS DATE
001588* KEPT FROM THE RECORD ON FILE IS HELD UP AGAINST THE NEW START
001592* AND END DATES THE SAME AS A KEYED ONE - MOVING THE TERM MUST
001596* NOT LEAVE CENSUSRUN A CENSUS DAY OUTSIDE IT.
001600*****************************************************************
001610 3000-PROCESS-TERM.
001620     PERFORM 3800-VALIDATE-TERM-REC THRU 3800-EXIT
001670         MOVE WS-IN-START-DATE  TO TERM-START-DATE
001680         MOVE WS-IN-END-DATE    TO TERM-END-DATE
001690         MOVE WS-IN-STATUS      TO TERM-STATUS-FLAG
001691         IF WS-IN-CENSUS-DATE = SPACES
001692             MOVE ZERO TO TERM-CENSUS-DATE
001693         ELSE
001694             MOVE WS-IN-CENSUS-DATE TO TERM-CENSUS-DATE
001695         END-IF
001700         MOVE TERM-REC TO WS-SAVE-TERM-REC
001710         READ TERM-FILE
001720             INVALID KEY
001730                 MOVE "N" TO WS-ON-FILE-SWITCH
001740             NOT INVALID KEY
001750                 MOVE "Y" TO WS-ON-FILE-SWITCH
001755                 MOVE TERM-CENSUS-DATE TO WS-KEEP-CENSUS-DATE
001760         END-READ
001770
001771         MOVE WS-SAVE-TERM-REC TO TERM-REC
001772         IF WS-ON-FILE
001773             AND WS-IN-CENSUS-DATE = SPACES
001774             MOVE WS-KEEP-CENSUS-DATE TO TERM-CENSUS-DATE
001775         END-IF
001776         IF NOT TERM-NO-CENSUS-DATE
001777             AND (TERM-CENSUS-DATE < TERM-START-DATE
001778                 OR TERM-CENSUS-DATE > TERM-END-DATE)
001779             DISPLAY "*** CENSUS DATE IS OUTSIDE THE TERM - "
001780                 "REJECTED ***"
001781             DISPLAY "*** KEY A NEW CENSUS DATE WITH THE NEW "
001782                 "TERM DATES ***"
001783         ELSE
001790         IF WS-ON-FILE
001800             REWRITE TERM-REC
001810                 INVALID KEY
001940                     ADD 1 TO WS-RUN-ADDED-COUNT
001950                     DISPLAY "TERM " TERM-CODE " ADDED."
001960             END-WRITE
001965         END-IF
001970         END-IF
001980     END-IF
001990
002040*****************************************************************
002050* 3800-VALIDATE-TERM-REC - THE CODE AND DESCRIPTION CANNOT BE
002060* BLANK, BOTH DATES MUST BE REAL CALENDAR DATES WITH THE START
002065* NOT AFTER THE END, AND THE STATUS MUST BE O OR C.  A CENSUS
002070* DATE, IF KEYED, MUST BE A REAL DATE FROM THE START TO THE END.
002080*****************************************************************
002090 3800-VALIDATE-TERM-REC.
002100     MOVE "Y" TO WS-VALID-SWITCH
002580                 "REJECTED ***"
002590             MOVE "N" TO WS-VALID-SWITCH
002600         END-IF
002602     END-IF
002604
002606     IF WS-IN-CENSUS-DATE NOT = SPACES
002608         PERFORM 3850-VALIDATE-CENSUS-DATE THRU 3850-EXIT
002610     END-IF
002620
002630     MOVE WS-IN-STATUS TO TERM-STATUS-FLAG
002690 3800-EXIT.
002700     EXIT.
002710
002712*****************************************************************
002714* 3850-VALIDATE-CENSUS-DATE - THE CENSUS DATE MUST BE A REAL
002716* CALENDAR DATE AND FALL INSIDE THE TERM IT FREEZES.
002720*****************************************************************
002721 3850-VALIDATE-CENSUS-DATE.
002722     IF WS-IN-CENSUS-DATE NOT NUMERIC
002723         DISPLAY "*** CENSUS DATE MUST BE NUMERIC YYYYMMDD - "
002724             "REJECTED ***"
002725         MOVE "N" TO WS-VALID-SWITCH
002726     ELSE
002727         MOVE WS-IN-CENSUS-DATE(1:4) TO WS-EDIT-YEAR
002728         MOVE WS-IN-CENSUS-DATE(5:2) TO WS-EDIT-MONTH
002729         MOVE WS-IN-CENSUS-DATE(7:2) TO WS-EDIT-DAY
002730         PERFORM 4500-VALIDATE-EDIT-DATE THRU 4500-EXIT
002731         IF NOT WS-DATE-OK
002732             DISPLAY "*** CENSUS DATE IS NOT A REAL DATE - "
002733                 "REJECTED ***"
002734             MOVE "N" TO WS-VALID-SWITCH
002735         ELSE
002736             IF WS-IN-CENSUS-DATE < WS-IN-START-DATE
002737                 OR WS-IN-CENSUS-DATE > WS-IN-END-DATE
002738                 DISPLAY "*** CENSUS DATE IS OUTSIDE THE TERM - "
002739                     "REJECTED ***"
002740                 MOVE "N" TO WS-VALID-SWITCH
002741             END-IF
002742         END-IF
002743     END-IF
002744 3850-EXIT.
002745     EXIT.
002746
002747*****************************************************************
002748* 4500-VALIDATE-EDIT-DATE - THE DATE MOVED TO THE WS-EDIT
002749* FIELDS MUST FORM A REAL CALENDAR DATE, INCLUDING LEAP-YEAR
002750* FEBRUARYS.  SHARED BY THE START, END AND CENSUS DATE EDITS.
002760*****************************************************************
002770 4500-VALIDATE-EDIT-DATE.
002780     MOVE "Y" TO WS-DATE-OK-SWITCH
