000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-08-21 DW   INITIAL VERSION - MONTH-END TAX LIABILITY
000200* 2026-09-02 DW   TAX HISTORY AMOUNTS ARE NOW SIGNED - THE
000210*                 RETURNS POSTING RUN (RETPOST) APPENDS NEGATIVE
000220*                 ENTRIES - SO THE SORT FIELDS AND ACCUMULATORS
000230*                 CARRY A SIGN AND A MONTH WITH RETURNS NETS
000240*                 THEM OUT OF THE FILING INSTEAD OF OVERSTATING
000250* 2026-10-15 DW   BUSINESS DATE - THE TAXPARM PARAMETER FILE IS
000260*                 GONE.  THE REPORT MONTH NOW COMES FROM THE DATE
000270*                 CONTROL RECORD (BIZDATE.CPY), AND A FINISHED RUN
000280*                 LOGS ITSELF ON THE PERIOD STEP FILE
000290*                 (PERSTEP.CPY) FOR THE MONTH-END CLOSE.
000300*                 RENUMBERED
000310*----------------------------------------------------------------
000320* THIS PROGRAM READS THE CUMULATIVE TAX HISTORY WRITTEN BY
000330* ORDPOST AND BACKREL (TAXHIST.CPY), KEEPS THE RECORDS POSTED
000340* IN THE REPORT MONTH, SORTS THEM BY STATE, AND PRINTS TAXABLE
000350* SALES AND TAX COLLECTED PER STATE WITH A GRAND TOTAL - THE
000360* NUMBERS ACCOUNTING FILES FROM EACH MONTH.
000370*
000380* THE REPORT MONTH (CCYYMM) COMES FROM THE DATE CONTROL RECORD
000390* (BIZDATE.CPY) - ITS REPORT PERIOD WHEN OPERATIONS HAS SET ONE,
000400* OTHERWISE THE MONTH OF THE BUSINESS DATE; IF THE RECORD IS
000410* MISSING THE RUN DATE'S MONTH IS USED.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT TAX-HISTORY-FILE ASSIGN TO TAXHIST
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-BIZ-FILE-STATUS.
000540     SELECT SORT-WORK ASSIGN TO SRTWK01.
000550     SELECT SORTED-TAX-FILE ASSIGN TO TAXSRT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT REPORT-FILE ASSIGN TO TAXRPT
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT PERIOD-STEP-FILE ASSIGN TO PERSTEP
000600         ORGANIZATION IS SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  TAX-HISTORY-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 COPY "taxhist.cpy".
000670 FD  BUSINESS-DATE-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 COPY "bizdate.cpy".
000710 FD  PERIOD-STEP-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 COPY "perstep.cpy".
000750 SD  SORT-WORK.
000760 01  SORT-WORK-RECORD.
000770     05  SW-STATE                PIC X(02).
000780     05  SW-TAXABLE-AMOUNT       PIC S9(09)V99.
000790     05  SW-TAX-AMOUNT           PIC S9(07)V99.
000800 FD  SORTED-TAX-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  SORTED-TAX-RECORD.
000840     05  SR-STATE                PIC X(02).
000850     05  SR-TAXABLE-AMOUNT       PIC S9(09)V99.
000860     05  SR-TAX-AMOUNT           PIC S9(07)V99.
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE OMITTED.
000900 01  REPORT-LINE                 PIC X(132).
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* SWITCHES AND COUNTERS
000940*----------------------------------------------------------------
000950 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000960     88  END-OF-FILE                       VALUE 'Y'.
000970 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
000980     88  SORT-END-OF-FILE                  VALUE 'Y'.
000990 77  WS-FIRST-STATE-SWITCH       PIC X(01) VALUE 'Y'.
001000     88  FIRST-STATE                       VALUE 'Y'
001010         WHEN SET TO FALSE IS 'N'.
001020 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001030 77  WS-SELECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001040*----------------------------------------------------------------
001050* REPORT MONTH (CCYYMM) AND SELECTION WORK AREAS
001060*----------------------------------------------------------------
001070 77  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
001080 01  WS-TODAY-DATE.
001090     05  WS-TODAY-MONTH          PIC 9(06).
001100     05  WS-TODAY-DD             PIC 9(02).
001110 77  WS-HISTORY-MONTH            PIC 9(06) VALUE ZERO.
001120*----------------------------------------------------------------
001130* SAVE FIELD AND ACCUMULATORS
001140*----------------------------------------------------------------
001150 77  WS-SAVE-STATE               PIC X(02) VALUE SPACE.
001160 77  WS-STATE-TAXABLE            PIC S9(11)V99 VALUE ZERO.
001170 77  WS-STATE-TAX                PIC S9(09)V99 VALUE ZERO.
001180 77  WS-STATE-LINES              PIC 9(07) COMP VALUE ZERO.
001190 77  WS-TOTAL-TAXABLE            PIC S9(11)V99 VALUE ZERO.
001200 77  WS-TOTAL-TAX                PIC S9(09)V99 VALUE ZERO.
001210*----------------------------------------------------------------
001220* REPORT HEADINGS AND DETAIL LINES
001230*----------------------------------------------------------------
001240 01  HDG-TITLE-LINE.
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  FILLER                  PIC X(32) VALUE
001270         'SALES TAX LIABILITY REPORT'.
001280     05  FILLER                  PIC X(07) VALUE 'MONTH'.
001290     05  HDG-REPORT-MONTH        PIC 9(06).
001300 01  HDG-COLUMN-LINE.
001310     05  FILLER                  PIC X(01) VALUE SPACE.
001320     05  FILLER                  PIC X(05) VALUE 'STATE'.
001330     05  FILLER                  PIC X(06) VALUE SPACE.
001340     05  FILLER                  PIC X(13) VALUE 'TAXABLE SALES'.
001350     05  FILLER                  PIC X(04) VALUE SPACE.
001360     05  FILLER                  PIC X(13) VALUE 'TAX COLLECTED'.
001370     05  FILLER                  PIC X(04) VALUE SPACE.
001380     05  FILLER                  PIC X(11) VALUE 'TAXED LINES'.
001390 01  DTL-LINE.
001400     05  FILLER                  PIC X(02) VALUE SPACE.
001410     05  DTL-STATE               PIC X(02).
001420     05  FILLER                  PIC X(02) VALUE SPACE.
001430     05  DTL-TAXABLE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
001440     05  FILLER                  PIC X(03) VALUE SPACE.
001450     05  DTL-TAX                 PIC ZZ,ZZZ,ZZ9.99-.
001460     05  FILLER                  PIC X(06) VALUE SPACE.
001470     05  DTL-LINES               PIC ZZZZZZ9.
001480 01  TOTAL-LINE.
001490     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  TOT-TEXT                PIC X(14).
001510     05  FILLER                  PIC X(01) VALUE SPACE.
001520     05  TOT-TAXABLE             PIC Z,ZZZ,ZZZ,ZZ9.99-.
001530     05  FILLER                  PIC X(03) VALUE SPACE.
001540     05  TOT-TAX                 PIC ZZ,ZZZ,ZZ9.99-.
001550 01  NO-ACTIVITY-LINE.
001560     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  FILLER                  PIC X(40) VALUE
001580         'NO TAXABLE SALES POSTED IN REPORT MONTH'.
001590 PROCEDURE DIVISION.
001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     SORT SORT-WORK
001640         ON ASCENDING KEY SW-STATE
001650         INPUT PROCEDURE IS 1500-SELECT-HISTORY
001660             THRU 1500-EXIT
001670         GIVING SORTED-TAX-FILE.
001680     PERFORM 2000-REPORT-PASS THRU 2000-EXIT.
001690     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
001700     STOP RUN.
001710*----------------------------------------------------------------
001720 1000-INITIALIZE.
001730     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001740     MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH.
001750     OPEN INPUT BUSINESS-DATE-FILE.
001760     IF WS-BIZ-FILE-STATUS = '00'
001770         READ BUSINESS-DATE-FILE
001780             AT END
001790                 CONTINUE
001800             NOT AT END
001810                 MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
001820                 MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
001830                 IF BD-REPORT-PERIOD NOT = ZERO
001840                     MOVE BD-REPORT-PERIOD TO WS-REPORT-MONTH
001850                 END-IF
001860         END-READ
001870         CLOSE BUSINESS-DATE-FILE
001880     END-IF.
001890     OPEN OUTPUT REPORT-FILE.
001900     MOVE WS-REPORT-MONTH TO HDG-REPORT-MONTH.
001910     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
001920     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
001930 1000-EXIT.
001940     EXIT.
001950*----------------------------------------------------------------
001960* INPUT PROCEDURE - KEEP ONLY THE REPORT MONTH'S RECORDS.
001970*----------------------------------------------------------------
001980 1500-SELECT-HISTORY.
001990     OPEN INPUT TAX-HISTORY-FILE.
002000     READ TAX-HISTORY-FILE
002010         AT END
002020             SET END-OF-FILE TO TRUE
002030     END-READ.
002040     PERFORM 1510-SELECT-ONE-RECORD THRU 1510-EXIT
002050         UNTIL END-OF-FILE.
002060     CLOSE TAX-HISTORY-FILE.
002070 1500-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100 1510-SELECT-ONE-RECORD.
002110     MOVE TH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
002120     IF WS-HISTORY-MONTH NOT = WS-REPORT-MONTH
002130         GO TO 1510-NEXT
002140     END-IF.
002150     MOVE TH-STATE TO SW-STATE.
002160     MOVE TH-TAXABLE-AMOUNT TO SW-TAXABLE-AMOUNT.
002170     MOVE TH-TAX-AMOUNT TO SW-TAX-AMOUNT.
002180     RELEASE SORT-WORK-RECORD.
002190     ADD 1 TO WS-SELECTED-COUNT.
002200 1510-NEXT.
002210     READ TAX-HISTORY-FILE
002220         AT END
002230             SET END-OF-FILE TO TRUE
002240     END-READ.
002250 1510-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* REPORT PASS - ONE LINE PER STATE ON A CONTROL BREAK, THEN THE
002290* GRAND TOTAL FOR THE MONTH.
002300*----------------------------------------------------------------
002310 2000-REPORT-PASS.
002320     OPEN INPUT SORTED-TAX-FILE.
002330     READ SORTED-TAX-FILE
002340         AT END
002350             SET SORT-END-OF-FILE TO TRUE
002360     END-READ.
002370     PERFORM 2100-REPORT-ONE-RECORD THRU 2100-EXIT
002380         UNTIL SORT-END-OF-FILE.
002390     IF NOT FIRST-STATE
002400         PERFORM 2200-PRINT-STATE-LINE THRU 2200-EXIT
002410     END-IF.
002420     CLOSE SORTED-TAX-FILE.
002430 2000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460 2100-REPORT-ONE-RECORD.
002470     IF FIRST-STATE
002480         SET FIRST-STATE TO FALSE
002490         MOVE SR-STATE TO WS-SAVE-STATE
002500     END-IF.
002510     IF SR-STATE NOT = WS-SAVE-STATE
002520         PERFORM 2200-PRINT-STATE-LINE THRU 2200-EXIT
002530         MOVE SR-STATE TO WS-SAVE-STATE
002540     END-IF.
002550     ADD SR-TAXABLE-AMOUNT TO WS-STATE-TAXABLE.
002560     ADD SR-TAX-AMOUNT TO WS-STATE-TAX.
002570     ADD 1 TO WS-STATE-LINES.
002580     ADD SR-TAXABLE-AMOUNT TO WS-TOTAL-TAXABLE.
002590     ADD SR-TAX-AMOUNT TO WS-TOTAL-TAX.
002600     READ SORTED-TAX-FILE
002610         AT END
002620             SET SORT-END-OF-FILE TO TRUE
002630     END-READ.
002640 2100-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670 2200-PRINT-STATE-LINE.
002680     MOVE SPACE TO DTL-LINE.
002690     MOVE WS-SAVE-STATE TO DTL-STATE.
002700     MOVE WS-STATE-TAXABLE TO DTL-TAXABLE.
002710     MOVE WS-STATE-TAX TO DTL-TAX.
002720     MOVE WS-STATE-LINES TO DTL-LINES.
002730     WRITE REPORT-LINE FROM DTL-LINE.
002740     MOVE ZERO TO WS-STATE-TAXABLE.
002750     MOVE ZERO TO WS-STATE-TAX.
002760     MOVE ZERO TO WS-STATE-LINES.
002770 2200-EXIT.
002780     EXIT.
002790*----------------------------------------------------------------
002800 3000-FINISH-UP.
002810     IF WS-SELECTED-COUNT = ZERO
002820         WRITE REPORT-LINE FROM NO-ACTIVITY-LINE
002830     END-IF.
002840     MOVE SPACE TO REPORT-LINE.
002850     WRITE REPORT-LINE.
002860     MOVE 'TOTAL' TO TOT-TEXT.
002870     MOVE WS-TOTAL-TAXABLE TO TOT-TAXABLE.
002880     MOVE WS-TOTAL-TAX TO TOT-TAX.
002890     WRITE REPORT-LINE FROM TOTAL-LINE.
002900     CLOSE REPORT-FILE.
002910     PERFORM 3100-LOG-PERIOD-STEP THRU 3100-EXIT.
002920 3000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* THE MONTH'S TAX FILING IS PRINTED - RECORD IT AGAINST THE MONTH.
002960* PERIOD CLOSE (PERCLOSE) LOCKS A MONTH ONLY ONCE THIS RUN, THE
002970* OTHER MONTH-END REPORT AND THE GL EXTRACT HAVE ALL LOGGED IT.
002980*----------------------------------------------------------------
002990 3100-LOG-PERIOD-STEP.
003000     OPEN EXTEND PERIOD-STEP-FILE.
003010     MOVE WS-REPORT-MONTH TO PS-PERIOD.
003020     MOVE 'TAXRPT' TO PS-STEP-PROGRAM.
003030     MOVE WS-TODAY-DATE TO PS-BUSINESS-DATE.
003040     WRITE PERIOD-STEP-RECORD.
003050     CLOSE PERIOD-STEP-FILE.
003060 3100-EXIT.
003070     EXIT.
