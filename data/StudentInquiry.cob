000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ------------------------------------------
000230*   2026-08-22 JMS   ORIGINAL PROGRAM.
000231*   2026-10-15 JMS   THE STUDENT DISPLAY NOW LISTS THE STUDENT'S
000232*                    ACTIVE HOLDS OFF HOLDS.DAT (SEE HOLDREC.CPY
000233*                    AND HOLDWRITER).
000234*   2026-10-15 JMS   THE STUDENT DISPLAY NOW SHOWS THE ADDRESS AND
000235*                    CONTACT DETAILS OFF ADDRESS.DAT (SEE
000236*                    ADDRREC.CPY AND ADDRWRITER).
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000330         ALTERNATE RECORD KEY IS STUDENT-NAME OF DATA-REC
000340             WITH DUPLICATES
000350         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000351
000352     SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
000353         ORGANIZATION IS INDEXED
000354         ACCESS MODE IS DYNAMIC
000355         RECORD KEY IS HOLD-KEY
000356         FILE STATUS IS WS-HOLD-FILE-STATUS.
000360
000361     SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.DAT"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS RANDOM
000364         RECORD KEY IS ADDR-DATA-ID
000365         FILE STATUS IS WS-ADDRESS-FILE-STATUS.
000366
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  STUDENT-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 COPY STUDREC.
000411
000412 FD  HOLD-FILE
000413     LABEL RECORDS ARE STANDARD.
000414 COPY HOLDREC.
000415
000416 FD  ADDRESS-FILE
000417     LABEL RECORDS ARE STANDARD.
000418 COPY ADDRREC.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-SWITCHES.
000450     05  WS-STUDENT-FILE-STATUS      PIC X(02).
000460         88  WS-FILE-OK              VALUE "00".
000470         88  WS-FILE-NOT-FOUND       VALUE "35".
000472     05  WS-HOLD-FILE-STATUS         PIC X(02).
000474         88  WS-HOLD-FILE-OK         VALUE "00".
000476     05  WS-ADDRESS-FILE-STATUS      PIC X(02).
000478         88  WS-ADDRESS-FILE-OK      VALUE "00".
000480     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000490         88  WS-ABORT                VALUE "Y".
000500     05  WS-BROWSE-EOF-SWITCH        PIC X(01) VALUE "N".
000510         88  WS-BROWSE-EOF           VALUE "Y".
000520     05  WS-SCAN-DONE-SWITCH         PIC X(01) VALUE "N".
000530         88  WS-SCAN-DONE            VALUE "Y".
000531     05  WS-HOLD-FILE-AVAIL-SWITCH   PIC X(01) VALUE "N".
000532         88  WS-HOLD-FILE-AVAILABLE  VALUE "Y".
000533     05  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE "N".
000534         88  WS-HOLD-EOF             VALUE "Y".
000535     05  WS-ADDRESS-AVAIL-SWITCH     PIC X(01) VALUE "N".
000536         88  WS-ADDRESS-FILE-AVAILABLE VALUE "Y".
000537     05  WS-ADDRESS-FOUND-SWITCH     PIC X(01) VALUE "N".
000538         88  WS-ADDRESS-FOUND        VALUE "Y".
000540
000550*****************************************************************
000560* THE INQUIRY LINE AS KEYED - ALL DIGITS MEANS A STUDENT ID,
000690
000700 01  WS-MATCH-COUNT                  PIC 9(05) COMP VALUE ZERO.
000710 01  WS-DOB-DISPLAY                  PIC X(10).
000715 01  WS-ACTIVE-HOLD-COUNT            PIC 9(03) COMP VALUE ZERO.
000720
000730 PROCEDURE DIVISION.
000740*****************************************************************
000870     STOP RUN.
000880
000890*****************************************************************
000895* 1000-INITIALIZE - NO HOLDS.DAT JUST MEANS NO HOLD HAS EVER
000900* BEEN PLACED - THE STUDENT DISPLAYS SIMPLY SHOW NONE.  NO
000905* ADDRESS.DAT LIKEWISE MEANS NO ADDRESS HAS BEEN KEYED YET.
000910*****************************************************************
000920 1000-INITIALIZE.
000930     OPEN INPUT STUDENT-FILE
000960             "RUN STUDENTWRITER FIRST ***"
000970         MOVE "Y" TO WS-ABORT-SWITCH
000980     ELSE
000981         OPEN INPUT HOLD-FILE
000982         IF WS-HOLD-FILE-OK
000983             MOVE "Y" TO WS-HOLD-FILE-AVAIL-SWITCH
000984         END-IF
000985         OPEN INPUT ADDRESS-FILE
000986         IF WS-ADDRESS-FILE-OK
000987             MOVE "Y" TO WS-ADDRESS-AVAIL-SWITCH
000988         END-IF
000990         DISPLAY "STUDENTINQUIRY - LOOK A STUDENT UP BY ID OR "
001000             "BY SURNAME."
001010     END-IF
002260     EXIT.
002270
002280*****************************************************************
002285* 6000-DISPLAY-STUDENT - ONE STUDENT'S FIELDS, FORMATTED, THE
002290* ADDRESS ON FILE AND ANY ACTIVE HOLDS.
002300*****************************************************************
002310 6000-DISPLAY-STUDENT.
002320     MOVE SPACES TO WS-DOB-DISPLAY
002440     DISPLAY "  DATE OF BIRTH. . . " WS-DOB-DISPLAY
002450     DISPLAY "  COURSE CODE. . . . " COURSE-CODE
002460     DISPLAY "  GENDER . . . . . . " STUDENT-GENDER
002464     PERFORM 6200-SHOW-ADDRESS THRU 6200-EXIT
002468     PERFORM 6100-SHOW-ACTIVE-HOLDS THRU 6100-EXIT
002470 6000-EXIT.
002480     EXIT.
002490
002500*****************************************************************
002505* 6100-SHOW-ACTIVE-HOLDS - READ EVERY HOLD ON HOLDS.DAT UNDER
002510* THE STUDENT'S ID AND SHOW THE ONES NOT YET RELEASED.  A
002515* RELEASED HOLD IS HISTORY - HOLDWRITER SHOWS THOSE.
002520*****************************************************************
002522 6100-SHOW-ACTIVE-HOLDS.
002524     MOVE ZERO TO WS-ACTIVE-HOLD-COUNT
002526     IF WS-HOLD-FILE-AVAILABLE
002528         MOVE "N" TO WS-HOLD-EOF-SWITCH
002530         MOVE DATA-ID TO HOLD-DATA-ID
002532         MOVE ZERO TO HOLD-SEQ-NO
002534         START HOLD-FILE KEY NOT < HOLD-KEY
002536             INVALID KEY
002538                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
002540         END-START
002542         PERFORM 6150-READ-STUDENT-HOLD THRU 6150-EXIT
002544             UNTIL WS-HOLD-EOF
002546     END-IF
002548     IF WS-ACTIVE-HOLD-COUNT = ZERO
002550         DISPLAY "  ACTIVE HOLDS . . . NONE"
002560     END-IF
002561 6100-EXIT.
002562     EXIT.
002563
002564 6150-READ-STUDENT-HOLD.
002565     READ HOLD-FILE NEXT RECORD
002566         AT END
002567             MOVE "Y" TO WS-HOLD-EOF-SWITCH
002568         NOT AT END
002569             IF HOLD-DATA-ID NOT = DATA-ID
002570                 MOVE "Y" TO WS-HOLD-EOF-SWITCH
002571             ELSE
002572                 IF HOLD-ACTIVE
002573                     ADD 1 TO WS-ACTIVE-HOLD-COUNT
002574                     PERFORM 6160-SHOW-ONE-HOLD THRU 6160-EXIT
002575                 END-IF
002576             END-IF
002577     END-READ
002578 6150-EXIT.
002580     EXIT.
002590
002600*****************************************************************
002610* 6160-SHOW-ONE-HOLD - WHAT THE HOLD STOPS, WHO PLACED IT AND
002620* WHY.
002630*****************************************************************
002640 6160-SHOW-ONE-HOLD.
002650     IF WS-ACTIVE-HOLD-COUNT = 1
002660         DISPLAY "  ACTIVE HOLDS"
002670     END-IF
002680     EVALUATE HOLD-TYPE
002690         WHEN "R"
002700             DISPLAY "    REGISTRATION  " HOLD-OFFICE " "
002710                 HOLD-PLACED-DATE " " HOLD-REASON
002720         WHEN "T"
002730             DISPLAY "    TRANSCRIPT    " HOLD-OFFICE " "
002740                 HOLD-PLACED-DATE " " HOLD-REASON
002750         WHEN OTHER
002760             DISPLAY "    REG+TRANSCRPT " HOLD-OFFICE " "
002770                 HOLD-PLACED-DATE " " HOLD-REASON
002780     END-EVALUATE
002790 6160-EXIT.
002800     EXIT.
002810
002820*****************************************************************
002830* 6200-SHOW-ADDRESS - KEYED READ OF ADDRESS.DAT ON THE STUDENT'S
002840* ID.  BLANK LINES OF THE ADDRESS ARE LEFT OFF.
002850*****************************************************************
002860 6200-SHOW-ADDRESS.
002870     MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
002880     IF WS-ADDRESS-FILE-AVAILABLE
002890         MOVE DATA-ID TO ADDR-DATA-ID
002900         READ ADDRESS-FILE
002910             INVALID KEY
002920                 CONTINUE
002930             NOT INVALID KEY
002940                 MOVE "Y" TO WS-ADDRESS-FOUND-SWITCH
002950         END-READ
002960     END-IF
002970     IF NOT WS-ADDRESS-FOUND
002980         DISPLAY "  ADDRESS. . . . . . NONE ON FILE"
002990     ELSE
003000         PERFORM 6250-SHOW-ADDRESS-LINES THRU 6250-EXIT
003010     END-IF
003020 6200-EXIT.
003030     EXIT.
003040
003050 6250-SHOW-ADDRESS-LINES.
003060     DISPLAY "  MAILING NAME . . . " ADDR-MAIL-NAME
003070     IF ADDR-NO-MAILING-ADDRESS
003080         DISPLAY "  ADDRESS. . . . . . NO STREET ADDRESS"
003090     ELSE
003100         DISPLAY "  ADDRESS. . . . . . " ADDR-STREET-1
003110         IF ADDR-STREET-2 NOT = SPACES
003120             DISPLAY "                     " ADDR-STREET-2
003130         END-IF
003140         DISPLAY "                     " ADDR-CITY " "
003150             ADDR-STATE " " ADDR-ZIP
003160     END-IF
003170     IF ADDR-PHONE NOT = SPACES
003180         DISPLAY "  PHONE. . . . . . . " ADDR-PHONE
003190     END-IF
003200     IF ADDR-EMAIL NOT = SPACES
003210         DISPLAY "  E-MAIL . . . . . . " ADDR-EMAIL
003220     END-IF
003230 6250-EXIT.
003240     EXIT.
003250
003260*****************************************************************
003270* 8000-TERMINATE
003280*****************************************************************
003290 8000-TERMINATE.
003300     IF NOT WS-ABORT
003310         CLOSE STUDENT-FILE
003320         IF WS-HOLD-FILE-AVAILABLE
003330             CLOSE HOLD-FILE
003340         END-IF
003350         IF WS-ADDRESS-FILE-AVAILABLE
003360             CLOSE ADDRESS-FILE
003370         END-IF
003380     END-IF
003390 8000-EXIT.
003400     EXIT.
