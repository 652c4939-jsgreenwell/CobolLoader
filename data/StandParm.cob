000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  STANDPARM.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MAINTAINS STANDPRM.DAT, THE ACADEMIC STANDING THRESHOLDS
000090* ACADSTAND JUDGES EVERY STUDENT AGAINST (SEE STANDPRM.CPY) -
000100* THE DEAN'S LIST GPA AND MINIMUM HOURS, THE PROBATION LINE AND
000110* THE SUSPENSION FLOOR.  SHOWS EACH CURRENT VALUE AND TAKES A
000120* NEW ONE OR BLANK TO KEEP IT, THE SAME WAY COURSEUPDATE
000130* CORRECTS A COURSE.  THE FIRST RUN, WITH NO STANDPRM.DAT YET,
000140* STARTS FROM THE CATALOG'S PUBLISHED VALUES.
000150*
000160* THE THRESHOLDS DECIDE WHO IS SUSPENDED, SO THE PROGRAM IS
000170* SUPERVISOR-ONLY, AND THE FILE CARRIES WHO LAST CHANGED IT
000180* AND WHEN.
000190*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ------------------------------------------
000230*   2026-10-15 JMS   ORIGINAL PROGRAM.
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PARM-FILE ASSIGN TO "STANDPRM.DAT"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PARM-FILE-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PARM-FILE
000360     LABEL RECORDS ARE STANDARD.
000370 01  PARM-FILE-REC                   PIC X(33).
000380
000390 WORKING-STORAGE SECTION.
000400 01  WS-SWITCHES.
000410     05  WS-PARM-FILE-STATUS         PIC X(02).
000420         88  WS-PARM-FILE-OK         VALUE "00".
000430         88  WS-PARM-FILE-NOT-FOUND  VALUE "35".
000440     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000450         88  WS-ABORT                VALUE "Y".
000460     05  WS-VALID-SWITCH             PIC X(01) VALUE "Y".
000470         88  WS-DATA-VALID           VALUE "Y".
000480
000490*****************************************************************
000500* OPERATOR ID KEYED IN AT STARTUP.
000510*****************************************************************
000520 01  WS-OPERATOR-ID                  PIC X(08).
000530
000540*****************************************************************
000550* PARAMETER BLOCK FOR THE SHARED SIGNON MODULE.
000560*****************************************************************
000570 COPY SIGNPARM.
000580 01  WS-REPLY-LINE                   PIC X(30).
000581 01  WS-REPLY-VALUES REDEFINES WS-REPLY-LINE.
000582     05  WS-REPLY-GPA                PIC 9V99.
000583     05  WS-REPLY-HOURS REDEFINES WS-REPLY-GPA
000584                                     PIC 9(02)V9.
000585     05  FILLER                      PIC X(27).
000590
000600*****************************************************************
000610* THE CATALOG'S PUBLISHED THRESHOLDS - USED ONLY TO SEED A
000620* BRAND-NEW STANDPRM.DAT.  DEAN'S LIST 3.50 ON 12 HOURS,
000630* PROBATION UNDER 2.00, SUSPENSION UNDER 1.00.
000640*****************************************************************
000650 01  WS-DEFAULT-THRESHOLDS.
000660     05  WS-DEFAULT-DEANS-GPA        PIC 9V99    VALUE 3.50.
000670     05  WS-DEFAULT-DEANS-HOURS      PIC 9(02)V9 VALUE 12.0.
000680     05  WS-DEFAULT-PROBATION-GPA    PIC 9V99    VALUE 2.00.
000690     05  WS-DEFAULT-SUSPEND-GPA      PIC 9V99    VALUE 1.00.
000700
000710*****************************************************************
000720* THE THRESHOLDS AS THEY STAND AND AS CORRECTED - THE RECORD IS
000730* ONLY WRITTEN BACK ONCE EVERY CHANGE HAS PASSED ITS EDITS AND
000740* THE OPERATOR HAS CONFIRMED.
000750*****************************************************************
000760 COPY STANDPRM.
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
000990* THEN LOAD THE CURRENT THRESHOLDS.  NO STANDPRM.DAT YET MEANS
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
001110             READ PARM-FILE INTO STAND-PARM-REC
001120                 AT END
001130                     PERFORM 1200-LOAD-DEFAULTS THRU 1200-EXIT
001140             END-READ
001150             CLOSE PARM-FILE
001160         ELSE
001170             DISPLAY "NO STANDPRM.DAT YET - STARTING FROM THE "
001180                 "CATALOG THRESHOLDS."
001190             PERFORM 1200-LOAD-DEFAULTS THRU 1200-EXIT
001200         END-IF
001210         DISPLAY "STANDPARM - ACADEMIC STANDING THRESHOLDS."
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
001350     MOVE "STANDPARM" TO SIGNON-PROGRAM-NAME
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
001480     MOVE SPACES TO STAND-PARM-REC
001490     MOVE WS-DEFAULT-DEANS-GPA     TO SPRM-DEANS-MIN-GPA
001500     MOVE WS-DEFAULT-DEANS-HOURS   TO SPRM-DEANS-MIN-HOURS
001510     MOVE WS-DEFAULT-PROBATION-GPA TO SPRM-PROBATION-GPA
001520     MOVE WS-DEFAULT-SUSPEND-GPA   TO SPRM-SUSPEND-GPA
001530     MOVE ZERO TO SPRM-CHANGED-DATE
001540 1200-EXIT.
001550     EXIT.
001560
001570*****************************************************************
001580* 2000-CORRECT-THRESHOLDS - SHOW EACH THRESHOLD AND TAKE A NEW
001590* VALUE OR BLANK TO KEEP IT.  VALUES ARE KEYED AS DIGITS WITH
001600* THE DECIMAL POINT IMPLIED AND TAKEN THROUGH A NUMERIC VIEW
001610* OF THE REPLY, THE SAME WAY PAYPOST TAKES A KEYED PAYMENT
001611* AMOUNT.  THE PROBATION LINE MUST SIT ABOVE THE SUSPENSION
001620* FLOOR OR THE RULES MAKE NO SENSE.
001630*****************************************************************
001640 2000-CORRECT-THRESHOLDS.
001650     MOVE "Y" TO WS-VALID-SWITCH
001660
001670     DISPLAY "LAST CHANGED:          " SPRM-CHANGED-DATE
001680         " BY " SPRM-CHANGED-BY
001690
001700     DISPLAY "DEAN'S LIST TERM GPA:  " SPRM-DEANS-MIN-GPA
001710     DISPLAY "ENTER NEW DEAN'S LIST GPA (3 DIGITS - 350 IS "
001720         "3.50) OR BLANK TO KEEP"
001730     MOVE SPACES TO WS-REPLY-LINE
001740     ACCEPT WS-REPLY-LINE
001750     IF WS-REPLY-LINE NOT = SPACES
001760         IF WS-REPLY-LINE(1:3) NOT NUMERIC
001770             OR WS-REPLY-GPA > 4.00
001780             DISPLAY "*** GPA MUST BE 000 THRU 400 - "
001790                 "REJECTED ***"
001800             MOVE "N" TO WS-VALID-SWITCH
001810         ELSE
001820             MOVE WS-REPLY-GPA TO SPRM-DEANS-MIN-GPA
001830         END-IF
001840     END-IF
001850
001860     DISPLAY "DEAN'S LIST MIN HOURS: " SPRM-DEANS-MIN-HOURS
001870     DISPLAY "ENTER NEW DEAN'S LIST MINIMUM GPA HOURS (3 "
001880         "DIGITS - 120 IS 12.0) OR BLANK TO KEEP"
001890     MOVE SPACES TO WS-REPLY-LINE
001900     ACCEPT WS-REPLY-LINE
001910     IF WS-REPLY-LINE NOT = SPACES
001920         IF WS-REPLY-LINE(1:3) NOT NUMERIC
001930             DISPLAY "*** HOURS MUST BE NUMERIC - REJECTED ***"
001940             MOVE "N" TO WS-VALID-SWITCH
001950         ELSE
001960             MOVE WS-REPLY-HOURS TO SPRM-DEANS-MIN-HOURS
001970         END-IF
001980     END-IF
001990
002000     DISPLAY "PROBATION BELOW GPA:   " SPRM-PROBATION-GPA
002010     DISPLAY "ENTER NEW PROBATION GPA (3 DIGITS - 200 IS "
002020         "2.00) OR BLANK TO KEEP"
002030     MOVE SPACES TO WS-REPLY-LINE
002040     ACCEPT WS-REPLY-LINE
002050     IF WS-REPLY-LINE NOT = SPACES
002060         IF WS-REPLY-LINE(1:3) NOT NUMERIC
002070             OR WS-REPLY-GPA > 4.00
002080             DISPLAY "*** GPA MUST BE 000 THRU 400 - "
002090                 "REJECTED ***"
002100             MOVE "N" TO WS-VALID-SWITCH
002110         ELSE
002120             MOVE WS-REPLY-GPA TO SPRM-PROBATION-GPA
002130         END-IF
002140     END-IF
002150
002160     DISPLAY "SUSPENSION BELOW GPA:  " SPRM-SUSPEND-GPA
002170     DISPLAY "ENTER NEW SUSPENSION GPA (3 DIGITS - 100 IS "
002180         "1.00) OR BLANK TO KEEP"
002190     MOVE SPACES TO WS-REPLY-LINE
002200     ACCEPT WS-REPLY-LINE
002210     IF WS-REPLY-LINE NOT = SPACES
002220         IF WS-REPLY-LINE(1:3) NOT NUMERIC
002230             OR WS-REPLY-GPA > 4.00
002240             DISPLAY "*** GPA MUST BE 000 THRU 400 - "
002250                 "REJECTED ***"
002260             MOVE "N" TO WS-VALID-SWITCH
002270         ELSE
002280             MOVE WS-REPLY-GPA TO SPRM-SUSPEND-GPA
002290         END-IF
002300     END-IF
002310
002320     IF WS-DATA-VALID
002330         IF SPRM-SUSPEND-GPA > SPRM-PROBATION-GPA
002340             DISPLAY "*** SUSPENSION GPA IS ABOVE THE PROBATION "
002350                 "GPA - REJECTED ***"
002360             MOVE "N" TO WS-VALID-SWITCH
002370         END-IF
002380     END-IF
002390 2000-EXIT.
002400     EXIT.
002410
002420*****************************************************************
002430* 3000-CONFIRM-AND-SAVE - SHOW THE THRESHOLDS AS THEY WILL
002440* STAND AND REWRITE STANDPRM.DAT ON CONFIRMATION, STAMPED WITH
002450* THE OPERATOR AND DATE.
002460*****************************************************************
002470 3000-CONFIRM-AND-SAVE.
002480     DISPLAY "DEAN'S LIST " SPRM-DEANS-MIN-GPA " ON "
002490         SPRM-DEANS-MIN-HOURS " HOURS, PROBATION BELOW "
002500         SPRM-PROBATION-GPA ", SUSPENSION BELOW "
002510         SPRM-SUSPEND-GPA
002520     DISPLAY "SAVE THESE THRESHOLDS?  ENTER Y TO CONFIRM"
002530     MOVE SPACES TO WS-REPLY-LINE
002540     ACCEPT WS-REPLY-LINE
002550     IF WS-REPLY-LINE(1:1) = "Y"
002560         ACCEPT SPRM-CHANGED-DATE FROM DATE YYYYMMDD
002570         MOVE WS-OPERATOR-ID TO SPRM-CHANGED-BY
002580         OPEN OUTPUT PARM-FILE
002590         WRITE PARM-FILE-REC FROM STAND-PARM-REC
002600         CLOSE PARM-FILE
002610         DISPLAY "THRESHOLDS SAVED TO STANDPRM.DAT."
002640     ELSE
002650         DISPLAY "SAVE NOT CONFIRMED - THRESHOLDS NOT CHANGED."
002660     END-IF
002670 3000-EXIT.
002680     EXIT.
002690
002700*****************************************************************
002710* 8000-TERMINATE
002720*****************************************************************
002730 8000-TERMINATE.
002740     IF NOT WS-ABORT
002750         DISPLAY "STANDPARM COMPLETE."
002760     END-IF
002770 8000-EXIT.
002780     EXIT.
