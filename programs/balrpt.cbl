000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-08-21 DW   INITIAL VERSION - NIGHTLY BALANCING SUMMARY
000200* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000210*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000220*                 CLOCK.  RENUMBERED
000230* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000240*                 ORDER
000250*----------------------------------------------------------------
000260* THIS PROGRAM TURNS THE NIGHT'S BALANCE LOG - THE CONTROL
000270* RECORDS (CTL.CPY) EVERY STEP APPENDED AS IT VERIFIED ITS
000280* INPUT AND WROTE ITS OUTPUT - INTO THE ONE-PAGE BALANCING
000290* SUMMARY OPERATIONS READS INSTEAD OF EYEBALLING RECORD COUNTS
000300* ACROSS FOUR REJECT REPORTS.  EVERY STEP PRINTS IN RUN ORDER
000310* WITH ITS COUNT AND HASH; A STEP THAT FAILED ITS VERIFICATION
000320* PRINTS FLAGGED, AND THE PAGE CLOSES WITH EITHER AN
000330* ALL-IN-BALANCE LINE OR THE NUMBER OF FAILED STEPS AND A
000340* NONZERO RETURN CODE SO THE SCHEDULER CAN HOLD THE NIGHT.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT REPORT-FILE ASSIGN TO BALRPTOUT
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-BIZ-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  BALANCE-LOG-FILE
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 COPY "ctl.cpy".
000550 FD  REPORT-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE OMITTED.
000580 01  REPORT-LINE                 PIC X(132).
000590 FD  BUSINESS-DATE-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 COPY "bizdate.cpy".
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* BUSINESS DATE
000660*----------------------------------------------------------------
000670 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
000680 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000690*----------------------------------------------------------------
000700* SWITCHES AND COUNTERS
000710*----------------------------------------------------------------
000720 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000730     88  END-OF-FILE                       VALUE 'Y'.
000740 77  WS-STEP-COUNT               PIC 9(05) COMP VALUE ZERO.
000750 77  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
000760*----------------------------------------------------------------
000770* REPORT HEADINGS AND DETAIL LINES
000780*----------------------------------------------------------------
000790 01  HDG-TITLE-LINE.
000800     05  FILLER                  PIC X(01) VALUE SPACE.
000810     05  FILLER                  PIC X(34) VALUE
000820         'NIGHTLY BATCH BALANCING SUMMARY'.
000830     05  FILLER                  PIC X(06) VALUE 'DATE'.
000840     05  HDG-RUN-DATE            PIC 9(08).
000850 01  HDG-COLUMN-LINE.
000860     05  FILLER                  PIC X(01) VALUE SPACE.
000870     05  FILLER                  PIC X(08) VALUE 'PROGRAM'.
000880     05  FILLER                  PIC X(02) VALUE SPACE.
000890     05  FILLER                  PIC X(08) VALUE 'FILE'.
000900     05  FILLER                  PIC X(02) VALUE SPACE.
000910     05  FILLER                  PIC X(10) VALUE 'ACTION'.
000920     05  FILLER                  PIC X(12) VALUE 'RECORDS'.
000930     05  FILLER                  PIC X(21) VALUE
000940         '           HASH TOTAL'.
000950     05  FILLER                  PIC X(02) VALUE SPACE.
000960     05  FILLER                  PIC X(08) VALUE 'RUN DATE'.
000970 01  DTL-LINE.
000980     05  FILLER                  PIC X(01) VALUE SPACE.
000990     05  DTL-PROGRAM             PIC X(08).
001000     05  FILLER                  PIC X(02) VALUE SPACE.
001010     05  DTL-FILE-ID             PIC X(08).
001020     05  FILLER                  PIC X(02) VALUE SPACE.
001030     05  DTL-ACTION              PIC X(10).
001040     05  DTL-COUNT               PIC ZZZZZZZZ9.
001050     05  FILLER                  PIC X(01) VALUE SPACE.
001060     05  DTL-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001070     05  FILLER                  PIC X(02) VALUE SPACE.
001080     05  DTL-RUN-DATE            PIC 9(08).
001090     05  FILLER                  PIC X(02) VALUE SPACE.
001100     05  DTL-FLAG                PIC X(16).
001110 01  TRAILER-OK-LINE.
001120     05  FILLER                  PIC X(01) VALUE SPACE.
001130     05  FILLER                  PIC X(40) VALUE
001140         'ALL STEPS IN BALANCE'.
001150 01  TRAILER-BAD-LINE.
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  TRL-FAILED-COUNT        PIC ZZZZ9.
001180     05  FILLER                  PIC X(40) VALUE
001190         ' STEP(S) OUT OF BALANCE - HOLD THE NIGHT'.
001200 01  NO-LOG-LINE.
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001220     05  FILLER                  PIC X(40) VALUE
001230         'NO CONTROL RECORDS LOGGED THIS NIGHT'.
001240 PROCEDURE DIVISION.
001250*----------------------------------------------------------------
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001290         UNTIL END-OF-FILE.
001300     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
001310     STOP RUN.
001320*----------------------------------------------------------------
001330 1000-INITIALIZE.
001340     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
001350     OPEN INPUT BALANCE-LOG-FILE.
001360     OPEN OUTPUT REPORT-FILE.
001370     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
001380     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
001390     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
001400     PERFORM 1100-READ-LOG THRU 1100-EXIT.
001410 1000-EXIT.
001420     EXIT.
001430*----------------------------------------------------------------
001440 1100-READ-LOG.
001450     READ BALANCE-LOG-FILE
001460         AT END
001470             SET END-OF-FILE TO TRUE
001480     END-READ.
001490 1100-EXIT.
001500     EXIT.
001510*----------------------------------------------------------------
001520* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
001530* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
001540* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
001550* NO RECORD MEANS THE RUN DATE, AS BEFORE.
001560*----------------------------------------------------------------
001570 1900-READ-BUSINESS-DATE.
001580     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
001590     OPEN INPUT BUSINESS-DATE-FILE.
001600     IF WS-BIZ-FILE-STATUS = '00'
001610         READ BUSINESS-DATE-FILE
001620             AT END
001630                 CONTINUE
001640             NOT AT END
001650                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001660         END-READ
001670         CLOSE BUSINESS-DATE-FILE
001680     END-IF.
001690 1900-EXIT.
001700     EXIT.
001710*----------------------------------------------------------------
001720 2000-PROCESS-RECORD.
001730     ADD 1 TO WS-STEP-COUNT.
001740     MOVE SPACE TO DTL-LINE.
001750     MOVE CTL-SOURCE-PROGRAM TO DTL-PROGRAM.
001760     MOVE CTL-FILE-ID TO DTL-FILE-ID.
001770     EVALUATE TRUE
001780         WHEN CTL-WRITTEN
001790             MOVE 'WROTE' TO DTL-ACTION
001800         WHEN CTL-VERIFIED
001810             MOVE 'VERIFIED' TO DTL-ACTION
001820         WHEN CTL-OUT-OF-BALANCE
001830             MOVE 'FAILED' TO DTL-ACTION
001840             MOVE '** OUT OF BAL **' TO DTL-FLAG
001850             ADD 1 TO WS-FAILED-COUNT
001860         WHEN OTHER
001870             MOVE CTL-ACTION TO DTL-ACTION
001880     END-EVALUATE.
001890     MOVE CTL-RECORD-COUNT TO DTL-COUNT.
001900     MOVE CTL-HASH-TOTAL TO DTL-HASH.
001910     MOVE CTL-RUN-DATE TO DTL-RUN-DATE.
001920     WRITE REPORT-LINE FROM DTL-LINE.
001930     PERFORM 1100-READ-LOG THRU 1100-EXIT.
001940 2000-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------
001970 3000-FINISH-UP.
001980     MOVE SPACE TO REPORT-LINE.
001990     WRITE REPORT-LINE.
002000     EVALUATE TRUE
002010         WHEN WS-STEP-COUNT = ZERO
002020             WRITE REPORT-LINE FROM NO-LOG-LINE
002030             MOVE 8 TO RETURN-CODE
002040         WHEN WS-FAILED-COUNT > ZERO
002050             MOVE WS-FAILED-COUNT TO TRL-FAILED-COUNT
002060             WRITE REPORT-LINE FROM TRAILER-BAD-LINE
002070             MOVE 8 TO RETURN-CODE
002080         WHEN OTHER
002090             WRITE REPORT-LINE FROM TRAILER-OK-LINE
002100     END-EVALUATE.
002110     CLOSE BALANCE-LOG-FILE.
002120     CLOSE REPORT-FILE.
002130 3000-EXIT.
002140     EXIT.
