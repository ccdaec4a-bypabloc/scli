000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PERCLOSE.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. ACCOUNTING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - MONTH-END PERIOD CLOSE
000200*----------------------------------------------------------------
000210* THIS PROGRAM LOCKS A MONTH ON THE PERIOD CALENDAR (PERCAL.CPY)
000220* ONCE ITS MONTH-END WORK IS DONE.  EVERY POSTING RUN CHECKS
000230* THE BUSINESS DATE AGAINST THE CALENDAR AND REFUSES A DATE IN
000240* A CLOSED PERIOD, SO ONCE A MONTH IS CLOSED NOTHING MORE CAN
000250* POST INTO IT BEHIND THE FILED TAX RETURN AND THE STATEMENTS.
000260*
000270* A PERIOD IS DUE FOR CLOSE WHEN IT IS STILL OPEN AND ITS LAST
000280* BUSINESS DAY IS BEHIND THE BUSINESS DATE ON THE DATE CONTROL
000290* RECORD (BIZDATE.CPY).  IT CLOSES ONLY WHEN THE PERIOD STEP
000300* FILE (PERSTEP.CPY) SHOWS ALL THREE MONTH-END STEPS FOR IT:
000310*   - TAXRPT RUN FOR THE MONTH ON OR AFTER ITS LAST BUSINESS DAY
000320*   - STMTPRT RUN FOR THE MONTH ON OR AFTER ITS LAST BUSINESS DAY
000330*   - GLEXTR RELEASED FOR THE LAST BUSINESS DAY ITSELF
000340* A REPORT RUN BEFORE THE MONTH WAS OVER DOES NOT COUNT - IT
000350* COULD NOT HAVE SEEN THE WHOLE MONTH.
000360*
000370* DUE PERIODS CLOSE OLDEST FIRST.  THE FIRST ONE MISSING A STEP
000380* STOPS THE CLOSE - A LATER MONTH NEVER CLOSES AHEAD OF AN
000390* EARLIER ONE - AND THE REPORT LISTS WHAT IS MISSING; THE RUN
000400* THEN ENDS WITH RETURN-CODE 8.  THE CALENDAR IS READ FROM PERIN
000410* AND WRITTEN IN FULL TO PEROUT EITHER WAY, THE WAY PORCPT
000420* CARRIES THE PURCHASE ORDER FILE.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-BIZ-FILE-STATUS.
000530     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERIN
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT NEW-PERIOD-CALENDAR-FILE ASSIGN TO PEROUT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT PERIOD-STEP-FILE ASSIGN TO PERSTEP
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-STEP-FILE-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO PERCRPT
000610         ORGANIZATION IS SEQUENTIAL.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  BUSINESS-DATE-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 COPY "bizdate.cpy".
000680 FD  PERIOD-CALENDAR-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710 COPY "percal.cpy".
000720 FD  NEW-PERIOD-CALENDAR-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  NEW-PERIOD-CALENDAR-RECORD  PIC X(31).
000760 FD  PERIOD-STEP-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 COPY "perstep.cpy".
000800 FD  REPORT-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE OMITTED.
000830 01  REPORT-LINE                 PIC X(132).
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* SWITCHES
000870*----------------------------------------------------------------
000880 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
000890 77  WS-STEP-FILE-STATUS         PIC X(02) VALUE SPACE.
000900 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000910     88  END-OF-FILE                       VALUE 'Y'.
000920 77  WS-STEP-EOF-SWITCH          PIC X(01) VALUE 'N'.
000930     88  STEP-END-OF-FILE                  VALUE 'Y'.
000940 77  WS-BLOCKED-SWITCH           PIC X(01) VALUE 'N'.
000950     88  CLOSE-BLOCKED                     VALUE 'Y'.
000960 77  WS-TAXRPT-SWITCH            PIC X(01) VALUE 'N'.
000970     88  TAXRPT-DONE                       VALUE 'Y'.
000980 77  WS-STMTPRT-SWITCH           PIC X(01) VALUE 'N'.
000990     88  STMTPRT-DONE                      VALUE 'Y'.
001000 77  WS-GLEXTR-SWITCH            PIC X(01) VALUE 'N'.
001010     88  GLEXTR-DONE                       VALUE 'Y'.
001020*----------------------------------------------------------------
001030* DATES AND COUNTERS
001040*----------------------------------------------------------------
001050 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001060 77  WS-PERIOD-COUNT             PIC 9(05) COMP VALUE ZERO.
001070 77  WS-CLOSED-COUNT             PIC 9(05) COMP VALUE ZERO.
001080*----------------------------------------------------------------
001090* REPORT HEADINGS AND DETAIL LINES
001100*----------------------------------------------------------------
001110 01  HDG-TITLE-LINE.
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  FILLER                  PIC X(40) VALUE
001140         'MONTH-END PERIOD CLOSE'.
001150     05  FILLER                  PIC X(15) VALUE
001160         'BUSINESS DATE'.
001170     05  HDG-BUSINESS-DATE       PIC 9(08).
001180 01  HDG-COLUMN-LINE.
001190     05  FILLER                  PIC X(01) VALUE SPACE.
001200     05  FILLER                  PIC X(06) VALUE 'PERIOD'.
001210     05  FILLER                  PIC X(04) VALUE SPACE.
001220     05  FILLER                  PIC X(08) VALUE 'START'.
001230     05  FILLER                  PIC X(03) VALUE SPACE.
001240     05  FILLER                  PIC X(08) VALUE 'END'.
001250     05  FILLER                  PIC X(03) VALUE SPACE.
001260     05  FILLER                  PIC X(06) VALUE 'STATUS'.
001270     05  FILLER                  PIC X(03) VALUE SPACE.
001280     05  FILLER                  PIC X(08) VALUE 'CLOSED'.
001290     05  FILLER                  PIC X(03) VALUE SPACE.
001300     05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
001310 01  DTL-LINE.
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  DTL-PERIOD              PIC 9(06).
001340     05  FILLER                  PIC X(04) VALUE SPACE.
001350     05  DTL-START-DATE          PIC 9(08).
001360     05  FILLER                  PIC X(03) VALUE SPACE.
001370     05  DTL-END-DATE            PIC 9(08).
001380     05  FILLER                  PIC X(05) VALUE SPACE.
001390     05  DTL-STATUS              PIC X(01).
001400     05  FILLER                  PIC X(06) VALUE SPACE.
001410     05  DTL-CLOSED-DATE         PIC 9(08).
001420     05  FILLER                  PIC X(03) VALUE SPACE.
001430     05  DTL-DISPOSITION         PIC X(40).
001440 01  MISSING-LINE.
001450     05  FILLER                  PIC X(11) VALUE SPACE.
001460     05  FILLER                  PIC X(18) VALUE
001470         'STEP NOT LOGGED - '.
001480     05  MISS-STEP-PROGRAM       PIC X(08).
001490     05  MISS-TEXT               PIC X(50).
001500 01  TOTAL-LINE.
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  TOT-TEXT                PIC X(38).
001530     05  TOT-COUNT               PIC ZZZZ9.
001540 01  NO-DATE-LINE.
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  FILLER                  PIC X(50) VALUE
001570         'NO DATE CONTROL RECORD - RUN STOPPED'.
001580 PROCEDURE DIVISION.
001590*----------------------------------------------------------------
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     IF WS-BUSINESS-DATE = ZERO
001630         PERFORM 3900-NO-DATE-STOP THRU 3900-EXIT
001640         STOP RUN
001650     END-IF.
001660     PERFORM 2000-PROCESS-PERIOD THRU 2000-EXIT
001670         UNTIL END-OF-FILE.
001680     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
001690     STOP RUN.
001700*----------------------------------------------------------------
001710* THE CLOSE HAS NO CLOCK FALLBACK - A MONTH IS LOCKED ONLY
001720* AGAINST THE DATE THE POSTING RUNS THEMSELVES ARE USING.
001730*----------------------------------------------------------------
001740 1000-INITIALIZE.
001750     OPEN OUTPUT REPORT-FILE.
001760     OPEN INPUT BUSINESS-DATE-FILE.
001770     IF WS-BIZ-FILE-STATUS = '00'
001780         READ BUSINESS-DATE-FILE
001790             AT END
001800                 CONTINUE
001810             NOT AT END
001820                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001830         END-READ
001840         CLOSE BUSINESS-DATE-FILE
001850     END-IF.
001860     MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
001870     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
001880     IF WS-BUSINESS-DATE = ZERO
001890         GO TO 1000-EXIT
001900     END-IF.
001910     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
001920     OPEN INPUT PERIOD-CALENDAR-FILE.
001930     OPEN OUTPUT NEW-PERIOD-CALENDAR-FILE.
001940     PERFORM 1100-READ-PERIOD THRU 1100-EXIT.
001950 1000-EXIT.
001960     EXIT.
001970*----------------------------------------------------------------
001980 1100-READ-PERIOD.
001990     READ PERIOD-CALENDAR-FILE
002000         AT END
002010             SET END-OF-FILE TO TRUE
002020     END-READ.
002030 1100-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060* EVERY PERIOD IS LISTED AND CARRIED TO THE NEW CALENDAR.  ONE
002070* DUE FOR CLOSE IS CHECKED AGAINST THE STEP FILE FIRST, UNLESS
002080* AN EARLIER PERIOD HAS ALREADY BLOCKED THE CLOSE.
002090*----------------------------------------------------------------
002100 2000-PROCESS-PERIOD.
002110     ADD 1 TO WS-PERIOD-COUNT.
002120     MOVE SPACE TO DTL-DISPOSITION.
002130     IF PC-PERIOD-CLOSED
002140         MOVE 'CLOSED' TO DTL-DISPOSITION
002150     ELSE
002160         IF PC-END-DATE NOT < WS-BUSINESS-DATE
002170             MOVE 'OPEN - NOT YET DUE' TO DTL-DISPOSITION
002180         ELSE
002190             IF CLOSE-BLOCKED
002200                 MOVE 'DUE - WAITING ON AN EARLIER PERIOD'
002210                     TO DTL-DISPOSITION
002220             ELSE
002230                 PERFORM 2100-CHECK-PERIOD-STEPS THRU 2100-EXIT
002240             END-IF
002250         END-IF
002260     END-IF.
002270     MOVE PC-PERIOD TO DTL-PERIOD.
002280     MOVE PC-START-DATE TO DTL-START-DATE.
002290     MOVE PC-END-DATE TO DTL-END-DATE.
002300     MOVE PC-PERIOD-STATUS TO DTL-STATUS.
002310     MOVE PC-CLOSED-DATE TO DTL-CLOSED-DATE.
002320     WRITE REPORT-LINE FROM DTL-LINE.
002330     IF DTL-DISPOSITION = 'DUE - STEPS MISSING'
002340         PERFORM 2300-LIST-MISSING-STEPS THRU 2300-EXIT
002350     END-IF.
002360     WRITE NEW-PERIOD-CALENDAR-RECORD FROM PERIOD-CALENDAR-RECORD.
002370     PERFORM 1100-READ-PERIOD THRU 1100-EXIT.
002380 2000-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410* THE STEP FILE IS SCANNED IN FULL FOR THE PERIOD.  THE TWO
002420* MONTH-END REPORTS COUNT ONLY IF RUN ON OR AFTER THE PERIOD'S
002430* LAST BUSINESS DAY; THE GL EXTRACT ONLY FOR THAT DAY ITSELF.
002440* NO STEP FILE AT ALL MEANS NOTHING HAS LOGGED.
002450*----------------------------------------------------------------
002460 2100-CHECK-PERIOD-STEPS.
002470     MOVE 'N' TO WS-TAXRPT-SWITCH.
002480     MOVE 'N' TO WS-STMTPRT-SWITCH.
002490     MOVE 'N' TO WS-GLEXTR-SWITCH.
002500     MOVE 'N' TO WS-STEP-EOF-SWITCH.
002510     OPEN INPUT PERIOD-STEP-FILE.
002520     IF WS-STEP-FILE-STATUS = '00'
002530         PERFORM 2200-READ-STEP THRU 2200-EXIT
002540         PERFORM 2150-CHECK-ONE-STEP THRU 2150-EXIT
002550             UNTIL STEP-END-OF-FILE
002560         CLOSE PERIOD-STEP-FILE
002570     END-IF.
002580     IF TAXRPT-DONE AND STMTPRT-DONE AND GLEXTR-DONE
002590         MOVE 'C' TO PC-PERIOD-STATUS
002600         MOVE WS-BUSINESS-DATE TO PC-CLOSED-DATE
002610         ADD 1 TO WS-CLOSED-COUNT
002620         MOVE 'CLOSED THIS RUN' TO DTL-DISPOSITION
002630     ELSE
002640         SET CLOSE-BLOCKED TO TRUE
002650         MOVE 'DUE - STEPS MISSING' TO DTL-DISPOSITION
002660         MOVE 8 TO RETURN-CODE
002670     END-IF.
002680 2100-EXIT.
002690     EXIT.
002700*----------------------------------------------------------------
002710 2150-CHECK-ONE-STEP.
002720     IF PS-PERIOD NOT = PC-PERIOD
002730         GO TO 2150-NEXT
002740     END-IF.
002750     IF PS-STEP-PROGRAM = 'TAXRPT'
002760         AND PS-BUSINESS-DATE NOT < PC-END-DATE
002770         SET TAXRPT-DONE TO TRUE
002780     END-IF.
002790     IF PS-STEP-PROGRAM = 'STMTPRT'
002800         AND PS-BUSINESS-DATE NOT < PC-END-DATE
002810         SET STMTPRT-DONE TO TRUE
002820     END-IF.
002830     IF PS-STEP-PROGRAM = 'GLEXTR'
002840         AND PS-BUSINESS-DATE = PC-END-DATE
002850         SET GLEXTR-DONE TO TRUE
002860     END-IF.
002870 2150-NEXT.
002880     PERFORM 2200-READ-STEP THRU 2200-EXIT.
002890 2150-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920 2200-READ-STEP.
002930     READ PERIOD-STEP-FILE
002940         AT END
002950             SET STEP-END-OF-FILE TO TRUE
002960     END-READ.
002970 2200-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000 2300-LIST-MISSING-STEPS.
003010     IF NOT TAXRPT-DONE
003020         MOVE 'TAXRPT' TO MISS-STEP-PROGRAM
003030         MOVE 'MONTH-END TAX REPORT FOR THE PERIOD'
003040             TO MISS-TEXT
003050         WRITE REPORT-LINE FROM MISSING-LINE
003060     END-IF.
003070     IF NOT STMTPRT-DONE
003080         MOVE 'STMTPRT' TO MISS-STEP-PROGRAM
003090         MOVE 'CUSTOMER STATEMENTS FOR THE PERIOD'
003100             TO MISS-TEXT
003110         WRITE REPORT-LINE FROM MISSING-LINE
003120     END-IF.
003130     IF NOT GLEXTR-DONE
003140         MOVE 'GLEXTR' TO MISS-STEP-PROGRAM
003150         MOVE 'GL EXTRACT FOR THE LAST BUSINESS DAY'
003160             TO MISS-TEXT
003170         WRITE REPORT-LINE FROM MISSING-LINE
003180     END-IF.
003190 2300-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220 3000-FINISH-UP.
003230     MOVE SPACE TO REPORT-LINE.
003240     WRITE REPORT-LINE.
003250     MOVE 'PERIODS ON THE CALENDAR:' TO TOT-TEXT.
003260     MOVE WS-PERIOD-COUNT TO TOT-COUNT.
003270     WRITE REPORT-LINE FROM TOTAL-LINE.
003280     MOVE 'PERIODS CLOSED THIS RUN:' TO TOT-TEXT.
003290     MOVE WS-CLOSED-COUNT TO TOT-COUNT.
003300     WRITE REPORT-LINE FROM TOTAL-LINE.
003310     CLOSE PERIOD-CALENDAR-FILE.
003320     CLOSE NEW-PERIOD-CALENDAR-FILE.
003330     CLOSE REPORT-FILE.
003340 3000-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370* NO BUSINESS DATE - NOTHING CAN BE JUDGED DUE.  THE CALENDAR
003380* WAS NEVER OPENED, SO OPERATIONS STILL HAS THE OLD ONE.
003390*----------------------------------------------------------------
003400 3900-NO-DATE-STOP.
003410     WRITE REPORT-LINE FROM NO-DATE-LINE.
003420     CLOSE REPORT-FILE.
003430     MOVE 16 TO RETURN-CODE.
003440 3900-EXIT.
003450     EXIT.
