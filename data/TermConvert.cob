000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  TERMCONV.
000030 AUTHOR.  JMS.
000040 INSTALLATION.  REGISTRARS OFFICE.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* ONE-TIME CONVERSION OF A TERMS.DAT BUILT BEFORE TERM-CENSUS-DATE
000090* WENT INTO TERMREC.CPY.  THE OLD RECORD IS 46 BYTES AND THE NEW
000100* ONE 55, SO NO PROGRAM COMPILED AGAINST THE NEW LAYOUT CAN OPEN
000110* AN OLD FILE (STATUS 39 - RECORD LENGTH MISMATCH), AND TERMWRITER
000120* CANNOT REBUILD IT - IT ONLY CREATES A TERMS.DAT THAT IS NOT
000130* THERE AT ALL.  THE CONVERSION IS -
000140*
000150*   1. RENAME THE OLD TERMS.DAT TO TERMOLD.DAT.
000160*   2. RUN TERMCONV.  IT READS TERMOLD.DAT IN KEY ORDER THROUGH
000170*      THE OLD 46-BYTE LAYOUT AND WRITES EACH TERM TO A BRAND-NEW
000180*      TERMS.DAT IN THE NEW LAYOUT, EVERY FIELD CARRIED ACROSS AS
000190*      IT STOOD AND TERM-CENSUS-DATE ZERO - NO CENSUS DATE SET.
000200*   3. SET EACH OPEN TERM'S CENSUS DATE THROUGH TERMWRITER.
000210*
000220* THE RUN REFUSES TO TOUCH A TERMS.DAT THAT IS ALREADY THERE, SO
000230* IT CANNOT OVERWRITE A CONVERTED FILE IF RUN TWICE.  TERMOLD.DAT
000240* IS LEFT AS IT WAS - KEEP IT UNTIL THE RUN TOTALS ARE CHECKED.
000250* ONCE EVERY TERMS.DAT IN THE SHOP IS CONVERTED THIS PROGRAM IS
000260* DEAD WEIGHT.
000270*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   ---------- ----  ------------------------------------------
000310*   2026-10-15 JMS   ORIGINAL PROGRAM.
000320*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OLD-TERM-FILE ASSIGN TO "TERMOLD.DAT"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS OLD-TERM-CODE
000410         FILE STATUS IS WS-OLD-TERM-FILE-STATUS.
000420
000430     SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS TERM-CODE
000470         FILE STATUS IS WS-TERM-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510*****************************************************************
000520* THE TERM RECORD AS IT STOOD BEFORE TERM-CENSUS-DATE - THE SAME
000530* FIELDS, IN THE SAME PLACES, AS THE FIRST 46 BYTES OF TERMREC.
000540*****************************************************************
000550 FD  OLD-TERM-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  OLD-TERM-REC.
000580     05  OLD-TERM-CODE               PIC X(05).
000590     05  FILLER                      PIC X(01).
000600     05  OLD-TERM-DESCRIPTION        PIC X(20).
000610     05  FILLER                      PIC X(01).
000620     05  OLD-TERM-START-DATE         PIC 9(08).
000630     05  FILLER                      PIC X(01).
000640     05  OLD-TERM-END-DATE           PIC 9(08).
000650     05  FILLER                      PIC X(01).
000660     05  OLD-TERM-STATUS-FLAG        PIC X(01).
000670
000680 FD  TERM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY TERMREC.
000710
000720 WORKING-STORAGE SECTION.
000730 01  WS-SWITCHES.
000740     05  WS-OLD-TERM-FILE-STATUS     PIC X(02).
000750         88  WS-OLD-TERM-FILE-OK     VALUE "00".
000760         88  WS-OLD-TERM-NOT-FOUND   VALUE "35".
000770     05  WS-TERM-FILE-STATUS         PIC X(02).
000780         88  WS-TERM-FILE-OK         VALUE "00".
000790         88  WS-TERM-FILE-NOT-FOUND  VALUE "35".
000800     05  WS-READ-EOF-SWITCH          PIC X(01) VALUE "N".
000810         88  WS-READ-EOF             VALUE "Y".
000820     05  WS-ABORT-SWITCH             PIC X(01) VALUE "N".
000830         88  WS-ABORT                VALUE "Y".
000840
000850*****************************************************************
000860* RUN-END CONTROL TOTALS - TERMS READ SHOULD EQUAL TERMS WRITTEN.
000870*****************************************************************
000880 01  WS-RUN-TOTALS.
000890     05  WS-RUN-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
000900     05  WS-RUN-WRITTEN-COUNT        PIC 9(08) COMP VALUE ZERO.
000910     05  WS-RUN-FAILED-COUNT         PIC 9(08) COMP VALUE ZERO.
000920
000930 PROCEDURE DIVISION.
000940*****************************************************************
000950* 0000-MAINLINE
000960*****************************************************************
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000990
001000     IF NOT WS-ABORT
001010         PERFORM 2000-READ-OLD-TERM THRU 2000-EXIT
001020         PERFORM 3000-CONVERT-ONE-TERM THRU 3000-EXIT
001030             UNTIL WS-READ-EOF
001040     END-IF
001050
001060     PERFORM 8000-TERMINATE THRU 8000-EXIT
001070     STOP RUN.
001080
001090*****************************************************************
001100* 1000-INITIALIZE - TERMOLD.DAT MUST OPEN THROUGH THE OLD LAYOUT,
001110* AND TERMS.DAT MUST NOT EXIST YET - OPEN OUTPUT WOULD REPLACE
001120* WHATEVER IS THERE.  A TERMS.DAT THAT OPENS CLEAN IS ALREADY IN
001130* THE NEW LAYOUT; ONE THAT OPENS 39 IS AN OLD FILE NOT RENAMED.
001140* ANY OTHER RESULT REFUSES THE RUN.
001150*****************************************************************
001160 1000-INITIALIZE.
001170     OPEN INPUT OLD-TERM-FILE
001180     IF WS-OLD-TERM-NOT-FOUND
001190         DISPLAY "*** TERMOLD.DAT NOT FOUND - RENAME THE OLD "
001200             "TERMS.DAT TO TERMOLD.DAT FIRST ***"
001210         MOVE "Y" TO WS-ABORT-SWITCH
001220     ELSE
001230         IF NOT WS-OLD-TERM-FILE-OK
001240             DISPLAY "*** TERMOLD.DAT OPEN FAILED - STATUS "
001250                 WS-OLD-TERM-FILE-STATUS " - RUN REFUSED ***"
001260             MOVE "Y" TO WS-ABORT-SWITCH
001270         END-IF
001280     END-IF
001290
001300     IF NOT WS-ABORT
001310         OPEN INPUT TERM-FILE
001320         IF WS-TERM-FILE-NOT-FOUND
001330             OPEN OUTPUT TERM-FILE
001340             DISPLAY "TERMCONV - CONVERTING TERMOLD.DAT TO A NEW "
001350                 "TERMS.DAT"
001360         ELSE
001370             IF WS-TERM-FILE-OK
001380                 CLOSE TERM-FILE
001390                 DISPLAY "*** TERMS.DAT ALREADY EXISTS IN THE "
001400                     "NEW LAYOUT - NOTHING CONVERTED ***"
001410             ELSE
001420                 DISPLAY "*** TERMS.DAT OPEN FAILED - STATUS "
001430                     WS-TERM-FILE-STATUS " - RENAME THE OLD "
001440                     "FILE TO TERMOLD.DAT ***"
001450             END-IF
001460             CLOSE OLD-TERM-FILE
001470             MOVE "Y" TO WS-ABORT-SWITCH
001480         END-IF
001490     END-IF
001500 1000-EXIT.
001510     EXIT.
001520
001530*****************************************************************
001540* 2000-READ-OLD-TERM
001550*****************************************************************
001560 2000-READ-OLD-TERM.
001570     READ OLD-TERM-FILE NEXT RECORD
001580         AT END
001590             MOVE "Y" TO WS-READ-EOF-SWITCH
001600         NOT AT END
001610             ADD 1 TO WS-RUN-READ-COUNT
001620     END-READ
001630 2000-EXIT.
001640     EXIT.
001650
001660*****************************************************************
001670* 3000-CONVERT-ONE-TERM - THE OLD RECORD IS THE FRONT OF THE NEW
001680* ONE, SO IT MOVES ACROSS WHOLE AND THE FIELD BEHIND IT IS SET -
001690* NO CENSUS DATE.  TERMOLD.DAT IS READ IN KEY ORDER, SO A WRITE
001700* CAN ONLY FAIL ON A DAMAGED INPUT FILE.
001710*****************************************************************
001720 3000-CONVERT-ONE-TERM.
001730     MOVE OLD-TERM-REC TO TERM-REC
001740     MOVE ZERO TO TERM-CENSUS-DATE
001750     WRITE TERM-REC
001760         INVALID KEY
001770             DISPLAY "*** TERM " TERM-CODE " COULD NOT BE "
001780                 "WRITTEN - STATUS " WS-TERM-FILE-STATUS " ***"
001790             ADD 1 TO WS-RUN-FAILED-COUNT
001800         NOT INVALID KEY
001810             ADD 1 TO WS-RUN-WRITTEN-COUNT
001820     END-WRITE
001830     PERFORM 2000-READ-OLD-TERM THRU 2000-EXIT
001840 3000-EXIT.
001850     EXIT.
001860
001870*****************************************************************
001880* 8000-TERMINATE
001890*****************************************************************
001900 8000-TERMINATE.
001910     IF NOT WS-ABORT
001920         CLOSE OLD-TERM-FILE
001930         CLOSE TERM-FILE
001940         PERFORM 9000-PRINT-RUN-TOTALS THRU 9000-EXIT
001950     END-IF
001960 8000-EXIT.
001970     EXIT.
001980
001990*****************************************************************
002000* 9000-PRINT-RUN-TOTALS - A FAILED WRITE MEANS THE NEW TERMS.DAT
002010* IS SHORT AND MUST NOT GO INTO USE.
002020*****************************************************************
002030 9000-PRINT-RUN-TOTALS.
002040     DISPLAY "-----------------------------------------------"
002050     DISPLAY "TERMCONV RUN TOTALS"
002060     DISPLAY "  TERMS READ. . . . . . . . " WS-RUN-READ-COUNT
002070     DISPLAY "  TERMS WRITTEN . . . . . . " WS-RUN-WRITTEN-COUNT
002080     DISPLAY "  WRITES FAILED . . . . . . " WS-RUN-FAILED-COUNT
002090     IF WS-RUN-FAILED-COUNT NOT = ZERO
002100         DISPLAY "*** CONVERSION INCOMPLETE - DO NOT USE THE NEW "
002110             "TERMS.DAT ***"
002120     END-IF
002130     DISPLAY "-----------------------------------------------"
002140 9000-EXIT.
002150     EXIT.
