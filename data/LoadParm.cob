000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  LOADPARM.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MAINTAINS LOADPRM.DAT, THE ENROLLMENT LOAD THRESHOLDS EVERY
000090* STUDENT'S TERM CREDIT HOURS ARE MEASURED AGAINST WHEN WE
000100* CERTIFY ENROLLMENT (SEE LOADPRM.CPY) - THE FULL-TIME,
000110* THREE-QUARTER AND HALF-TIME LINES.  BELOW HALF-TIME IS LESS
000120* THAN HALF-TIME.  SHOWS EACH CURRENT VALUE AND TAKES A NEW ONE
000130* OR BLANK TO KEEP IT, THE SAME WAY STANDPARM DOES.  THE FIRST
000140* RUN, WITH NO LOADPRM.DAT YET, STARTS FROM THE CATALOG'S
000150* PUBLISHED VALUES.
000160*
000170* THE THRESHOLDS DECIDE WHAT WE CERTIFY TO LENDERS AND INSURERS,
000180* SO THE PROGRAM IS SUPERVISOR-ONLY, AND THE FILE CARRIES WHO
000190* LAST CHANGED IT AND WHEN.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   ---------- ----  ------------------------------------------
000240*   2026-10-15 JMS   ORIGINAL PROGRAM.
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PARM-FILE ASSIGN TO "LOADPRM.DAT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-FILE-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  PARM-FILE
000370     LABEL RECORDS ARE STANDARD.
000380 01  PARM-FILE-REC                   PIC X(29).
000390
000400 WORKING-STORAGE SECTION.
000410 01  WS-SWITCHES.
000420     05  WS-PARM-FILE-STATUS         PIC X(02).
000430         88  WS-PARM-FILE-OK         VALUE "00".
000440         88  WS-PARM-FILE-NOT-FOUND  VALUE "35".
000450     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000460         88  WS-ABORT                VALUE "Y".
000470     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000480         88  WS-DATA-VALID           VALUE "Y".
000490
000500*****************************************************************
000510* OPERATOR ID KEYED IN AT STARTUP.
000520*****************************************************************
000530 01  WS-OPERATOR-ID                  PIC X(08).
000540
000550*****************************************************************
000560* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
000570*****************************************************************
000580 COPY SIGNPARM.
000590 01  WS-REPLY-LINE                   PIC X(30).
000591 01  WS-REPLY-VALUES REDEFINES WS-REPLY-LINE.
000592     05  WS-REPLY-HOURS              PIC 9(02)V9.
000593     05  FILLER                      PIC X(27).
000600
000610*****************************************************************
000620* THE CATALOG'S PUBLISHED THRESHOLDS - USED ONLY TO SEED A
000630* BRAND-NEW LOADPRM.DAT.  FULL-TIME 12 HOURS, THREE-QUARTER 9,
000640* HALF-TIME 6.
000650*****************************************************************
000660 01  WS-DEFAULT-THRESHOLDS.
000670     05  WS-DEFAULT-FULL-HOURS       PIC 9(02)V9 VALUE 12.0.
000680     05  WS-DEFAULT-THREE-QTR-HOURS  PIC 9(02)V9 VALUE 9.0.
000690     05  WS-DEFAULT-HALF-HOURS       PIC 9(02)V9 VALUE 6.0.
000700
000710*****************************************************************
000720* THE THRESHOLDS AS THEY STAND AND AS CORRECTED - THE RECORD IS
000730* ONLY WRITTEN BACK ONCE EVERY CHANGE HAS PASSED ITS EDITS AND
000740* THE OPERATOR HAS CONFIRMED.
000750*****************************************************************
000760 COPY LOADPRM.
000770
000780 PROCEDURE DIVISION.
000790*****************************************************************
000800* 0000-MAINLINE
000810*****************************************************************
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000840
000850     IF NOT WS-ABORT
000860         PERFORM 2000-CORRECT-THRESHOLDS THRU 2000-EXIT
000870         IF WS-DATA-VALID
000880             PERFORM 3000-CONFIRM-AND-SAVE THRU 3000-EXIT
000890         ELSE
000900             DISPLAY "*** THRESHOLDS NOT CHANGED ***"
000910         END-IF
000920     END-IF
000930
000940     PERFORM 8000-TERMINATE THRU 8000-EXIT
000950     STOP RUN.
000960
000970*****************************************************************
000980* 1000-INITIALIZE - SIGN THE OPERATOR ON (SUPERVISOR-ONLY),
000990* THEN LOAD THE CURRENT THRESHOLDS.  NO LOADPRM.DAT YET MEANS
001000* START FROM THE CATALOG VALUES.
001010*****************************************************************
001020 1000-INITIALIZE.
001030     DISPLAY "ENTER YOUR OPERATOR ID"
001040     MOVE SPACES TO WS-OPERATOR-ID
001050     ACCEPT WS-OPERATOR-ID
001060     PERFORM 1100-VALIDATE-OPERATOR THRU 1100-EXIT
001070
001080     IF NOT WS-ABORT
001090         OPEN INPUT PARM-FILE
001100         IF WS-PARM-FILE-OK
001110             READ PARM-FILE INTO LOAD-PARM-REC
001120                 AT END
001130                     PERFORM 1200-LOAD-DEFAULTS THRU 1200-EXIT
001140             END-READ
001150             CLOSE PARM-FILE
001160         ELSE
001170             DISPLAY "NO LOADPRM.DAT YET - STARTING FROM THE "
001180                 "CATALOG THRESHOLDS."
001190             PERFORM 1200-LOAD-DEFAULTS THRU 1200-EXIT
001200         END-IF
001210         DISPLAY "LOADPARM - ENROLLMENT LOAD THRESHOLDS."
001220     END-IF
001230 1000-EXIT.
001240     EXIT.
001250
001260*****************************************************************
001270* 1100-VALIDATE-OPERATOR - SIGN ON THROUGH THE SHARED SIGNON
001280* MODULE.  THE THRESHOLDS ARE A SUPERVISOR-ONLY FUNCTION, SO
001290* SUPERVISOR AUTHORITY IS ASKED FOR - SIGNON CHECKS THE
001300* PASSWORD AND LOCKOUT AND LOGS THE ATTEMPT TO SIGNLOG.DAT
001310* EITHER WAY.
001320*****************************************************************
001330 1100-VALIDATE-OPERATOR.
001340     MOVE WS-OPERATOR-ID TO SIGNON-OPERATOR-ID
001350     MOVE "LOADPARM" TO SIGNON-PROGRAM-NAME
001360     MOVE "Y" TO SIGNON-NEED-SUPER-FLAG
001370     CALL "SIGNON" USING SIGNON-PARM
001380     IF NOT SIGNON-OK
001390         MOVE "Y" TO WS-ABORT-SWITCH
001400     END-IF
001410 1100-EXIT.
001420     EXIT.
001430
001440*****************************************************************
001450* 1200-LOAD-DEFAULTS
001460*****************************************************************
001470 1200-LOAD-DEFAULTS.
001480     MOVE SPACES TO LOAD-PARM-REC
001490     MOVE WS-DEFAULT-FULL-HOURS      TO LPRM-FULL-TIME-HOURS
001500     MOVE WS-DEFAULT-THREE-QTR-HOURS TO LPRM-THREE-QTR-HOURS
001510     MOVE WS-DEFAULT-HALF-HOURS      TO LPRM-HALF-TIME-HOURS
001520     MOVE ZERO TO LPRM-CHANGED-DATE
001530 1200-EXIT.
001540     EXIT.
001550
001560*****************************************************************
001570* 2000-CORRECT-THRESHOLDS - SHOW EACH THRESHOLD AND TAKE A NEW
001580* VALUE OR BLANK TO KEEP IT.  HOURS ARE KEYED AS DIGITS WITH THE
001590* DECIMAL POINT IMPLIED, THE SAME AS STANDPARM'S MINIMUM HOURS.
001600* THE LINES MUST STEP DOWN - FULL-TIME ABOVE THREE-QUARTER ABOVE
001610* HALF-TIME ABOVE NOTHING - OR THE STATUSES MAKE NO SENSE.
001620*****************************************************************
001630 2000-CORRECT-THRESHOLDS.
001640     MOVE "Y" TO WS-VALID-SWITCH
001650
001660     DISPLAY "LAST CHANGED:          " LPRM-CHANGED-DATE
001670         " BY " LPRM-CHANGED-BY
001680
001690     DISPLAY "FULL-TIME HOURS:       " LPRM-FULL-TIME-HOURS
001700     DISPLAY "ENTER NEW FULL-TIME HOURS (3 DIGITS - 120 IS "
001710         "12.0) OR BLANK TO KEEP"
001720     MOVE SPACES TO WS-REPLY-LINE
001730     ACCEPT WS-REPLY-LINE
001740     IF WS-REPLY-LINE NOT = SPACES
001750         IF WS-REPLY-LINE(1:3) NOT NUMERIC
001760             DISPLAY "*** HOURS MUST BE NUMERIC - REJECTED ***"
001770             MOVE "N" TO WS-VALID-SWITCH
001780         ELSE
001790             MOVE WS-REPLY-HOURS TO LPRM-FULL-TIME-HOURS
001800         END-IF
001810     END-IF
001820
001830     DISPLAY "THREE-QUARTER HOURS:   " LPRM-THREE-QTR-HOURS
001840     DISPLAY "ENTER NEW THREE-QUARTER HOURS (3 DIGITS - 090 IS "
001850         "9.0) OR BLANK TO KEEP"
001860     MOVE SPACES TO WS-REPLY-LINE
001870     ACCEPT WS-REPLY-LINE
001880     IF WS-REPLY-LINE NOT = SPACES
001890         IF WS-REPLY-LINE(1:3) NOT NUMERIC
001900             DISPLAY "*** HOURS MUST BE NUMERIC - REJECTED ***"
001910             MOVE "N" TO WS-VALID-SWITCH
001920         ELSE
001930             MOVE WS-REPLY-HOURS TO LPRM-THREE-QTR-HOURS
001940         END-IF
001950     END-IF
001960
001970     DISPLAY "HALF-TIME HOURS:       " LPRM-HALF-TIME-HOURS
001980     DISPLAY "ENTER NEW HALF-TIME HOURS (3 DIGITS - 060 IS "
001990         "6.0) OR BLANK TO KEEP"
002000     MOVE SPACES TO WS-REPLY-LINE
002010     ACCEPT WS-REPLY-LINE
002020     IF WS-REPLY-LINE NOT = SPACES
002030         IF WS-REPLY-LINE(1:3) NOT NUMERIC
002040             DISPLAY "*** HOURS MUST BE NUMERIC - REJECTED ***"
002050             MOVE "N" TO WS-VALID-SWITCH
002060         ELSE
002070             MOVE WS-REPLY-HOURS TO LPRM-HALF-TIME-HOURS
002080         END-IF
002090     END-IF
002100
002110     IF WS-DATA-VALID
002120         IF LPRM-FULL-TIME-HOURS NOT > LPRM-THREE-QTR-HOURS
002130             OR LPRM-THREE-QTR-HOURS NOT > LPRM-HALF-TIME-HOURS
002140             OR LPRM-HALF-TIME-HOURS = ZERO
002150             DISPLAY "*** THRESHOLDS MUST STEP DOWN - FULL-TIME "
002160                 "ABOVE THREE-QUARTER ABOVE HALF-TIME ABOVE "
002170                 "ZERO - REJECTED ***"
002180             MOVE "N" TO WS-VALID-SWITCH
002190         END-IF
002200     END-IF
002210 2000-EXIT.
002220     EXIT.
002230
002240*****************************************************************
002250* 3000-CONFIRM-AND-SAVE - SHOW THE THRESHOLDS AS THEY WILL
002260* STAND AND REWRITE LOADPRM.DAT ON CONFIRMATION, STAMPED WITH
002270* THE OPERATOR AND DATE.
002280*****************************************************************
002290 3000-CONFIRM-AND-SAVE.
002300     DISPLAY "FULL-TIME " LPRM-FULL-TIME-HOURS
002310         " HOURS, THREE-QUARTER " LPRM-THREE-QTR-HOURS
002320         " HOURS, HALF-TIME " LPRM-HALF-TIME-HOURS " HOURS"
002330     DISPLAY "SAVE THESE THRESHOLDS?  ENTER Y TO CONFIRM"
002340     MOVE SPACES TO WS-REPLY-LINE
002350     ACCEPT WS-REPLY-LINE
002360     IF WS-REPLY-LINE(1:1) = "Y"
002370         ACCEPT LPRM-CHANGED-DATE FROM DATE YYYYMMDD
002380         MOVE WS-OPERATOR-ID TO LPRM-CHANGED-BY
002390         OPEN OUTPUT PARM-FILE
002400         WRITE PARM-FILE-REC FROM LOAD-PARM-REC
002410         CLOSE PARM-FILE
002420         DISPLAY "THRESHOLDS SAVED TO LOADPRM.DAT."
002430     ELSE
002440         DISPLAY "SAVE NOT CONFIRMED - THRESHOLDS NOT CHANGED."
002450     END-IF
002460 3000-EXIT.
002470     EXIT.
002480
002490*****************************************************************
002500* 8000-TERMINATE
002510*****************************************************************
002520 8000-TERMINATE.
002530     IF NOT WS-ABORT
002540         DISPLAY "LOADPARM COMPLETE."
002550     END-IF
002560 8000-EXIT.
002570     EXIT.
