000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SUPSCORE.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. PURCHASING-SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - MONTHLY SUPPLIER SCORECARD
000200*----------------------------------------------------------------
000210* THIS PROGRAM READS THE CUMULATIVE SUPPLIER EVENT FILE
000220* (SUPEVENT.CPY) - THE RECEIPT EVENTS PORCPT WRITES AND THE
000230* INVOICE EXCEPTIONS APMATCH WRITES - KEEPS THE EVENTS POSTED IN
000240* THE REPORT MONTH, SORTS THEM BY SUPPLIER, AND PRINTS ONE
000250* SCORECARD LINE PER SUPPLIER WITH ITS NAME AND TERMS FROM THE
000260* SUPPLIER MASTER, LOADED INTO A TABLE THE WAY APDUE LOADS IT.
000270*
000280* LEAD TIME      - DAYS FROM PO-ORDER-DATE TO THE DOCK'S RECEIPT
000290*                  DATE, AVERAGED OVER THE MONTH'S RECEIPTS, WITH
000300*                  THE WORST ONE BESIDE IT.
000310* ON TIME        - RECEIPTS THAT ARRIVED WITHIN WS-ON-TIME-DAYS
000320*                  OF THE ORDER - THE SAME 30 DAYS PORCPT USES TO
000330*                  CALL AN OPEN PO PAST DUE.
000340* FILL RATE      - OF THE UNITS ORDERED ON THE POS FIRST RECEIVED
000350*                  THIS MONTH, THE SHARE THAT CAME ON THAT FIRST
000360*                  SHIPMENT.
000370* PARTIALS       - RECEIPTS THAT LEFT THEIR PO STILL SHORT.
000380* COST VARIANCE  - WHAT THE RECEIVED UNITS COST OVER (OR UNDER)
000390*                  THE PRODUCT'S UNIT-COST AT THE TIME, AND AS A
000400*                  PERCENT OF THAT UNIT-COST VALUE.  ONLY RECEIPTS
000410*                  WITH A COST KEYED AT THE DOCK AND A MASTER COST
000420*                  ON FILE ARE MEASURED.
000430* EXCEPTIONS     - INVOICES APMATCH THREW OUT, AND THEIR AMOUNT.
000440*
000450* THE REPORT MONTH (CCYYMM) COMES FROM THE DATE CONTROL RECORD
000460* (BIZDATE.CPY) THE WAY SALESANL TAKES IT - ITS REPORT PERIOD
000470* WHEN OPERATIONS HAS SET ONE, OTHERWISE THE MONTH OF THE
000480* BUSINESS DATE; IF THE RECORD IS MISSING THE RUN DATE IS USED.
000490*----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT SUPPLIER-EVENT-FILE ASSIGN TO SUPEVIN
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT SUPPLIER-FILE ASSIGN TO SUPIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT SORT-WORK ASSIGN TO SRTWK01.
000610     SELECT SORTED-EVENT-FILE ASSIGN TO SUPESRT
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT REPORT-FILE ASSIGN TO SUPSRPT
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-BIZ-FILE-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  SUPPLIER-EVENT-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  SUPPLIER-EVENT-IN           PIC X(80).
000740 FD  SUPPLIER-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY "supplier.cpy".
000780 SD  SORT-WORK.
000790 01  SORT-WORK-RECORD.
000800     05  SW-SUPPLIER-ID          PIC 9(06).
000810     05  SW-POSTED-DATE          PIC 9(08).
000820     05  SW-EVENT-DETAIL         PIC X(66).
000830 FD  SORTED-EVENT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  SORTED-EVENT-IN             PIC X(80).
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE OMITTED.
000900 01  REPORT-LINE                 PIC X(132).
000910 FD  BUSINESS-DATE-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY "bizdate.cpy".
000950 WORKING-STORAGE SECTION.
000960*----------------------------------------------------------------
000970* THE EVENT BEING WORKED - BOTH FILES ARE READ INTO IT
000980*----------------------------------------------------------------
000990 COPY "supevent.cpy".
001000*----------------------------------------------------------------
001010* SWITCHES AND COUNTERS
001020*----------------------------------------------------------------
001030 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001040     88  END-OF-FILE                       VALUE 'Y'.
001050 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001060     88  SORT-END-OF-FILE                  VALUE 'Y'.
001070 77  WS-FIRST-GROUP-SWITCH       PIC X(01) VALUE 'Y'.
001080     88  FIRST-GROUP                       VALUE 'Y'
001090         WHEN SET TO FALSE IS 'N'.
001100 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001110 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001120 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001130 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001140 77  WS-SAVE-SUPPLIER-ID         PIC 9(06) VALUE ZERO.
001150 77  WS-SUPPLIER-PRINTED         PIC 9(05) COMP VALUE ZERO.
001160*----------------------------------------------------------------
001170* REPORT MONTH (CCYYMM) AND DATE MATH (360-DAY ORDINALS, THE
001180* SAME WHOLE-DAY SUBTRACTION THE OTHER REPORTS USE)
001190*----------------------------------------------------------------
001200 01  WS-REPORT-MONTH.
001210     05  WS-RPT-YEAR             PIC 9(04).
001220     05  WS-RPT-MM               PIC 9(02).
001230 01  WS-TODAY-DATE.
001240     05  WS-TODAY-MONTH          PIC 9(06).
001250     05  WS-TODAY-DD             PIC 9(02).
001260 77  WS-EVENT-MONTH              PIC 9(06) VALUE ZERO.
001270 77  WS-ON-TIME-DAYS             PIC 9(03) VALUE 030.
001280 77  WS-ORDER-ORDINAL            PIC 9(07) VALUE ZERO.
001290 77  WS-RECEIPT-ORDINAL          PIC 9(07) VALUE ZERO.
001300 77  WS-LEAD-DAYS                PIC S9(07) VALUE ZERO.
001310 77  WS-FIRST-FILLED             PIC 9(06) VALUE ZERO.
001320 01  WS-DATE-WORK.
001330     05  WS-WORK-YEAR            PIC 9(04).
001340     05  WS-WORK-MONTH           PIC 9(02).
001350     05  WS-WORK-DAY             PIC 9(02).
001360*----------------------------------------------------------------
001370* SUPPLIER AND REPORT ACCUMULATORS
001380*----------------------------------------------------------------
001390 77  WS-SUP-RECEIPTS             PIC 9(07) COMP VALUE ZERO.
001400 77  WS-SUP-LEAD-TOTAL           PIC 9(09) COMP VALUE ZERO.
001410 77  WS-SUP-LEAD-WORST           PIC 9(07) COMP VALUE ZERO.
001420 77  WS-SUP-ON-TIME              PIC 9(07) COMP VALUE ZERO.
001430 77  WS-SUP-FIRST-ORDERED        PIC 9(09) COMP VALUE ZERO.
001440 77  WS-SUP-FIRST-FILLED         PIC 9(09) COMP VALUE ZERO.
001450 77  WS-SUP-PARTIALS             PIC 9(07) COMP VALUE ZERO.
001460 77  WS-SUP-COSTED-VALUE         PIC S9(11)V99 VALUE ZERO.
001470 77  WS-SUP-COST-VARIANCE        PIC S9(11)V99 VALUE ZERO.
001480 77  WS-SUP-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
001490 77  WS-SUP-EXCEPTION-AMOUNT     PIC 9(11)V99 VALUE ZERO.
001500 77  WS-GRD-RECEIPTS             PIC 9(07) COMP VALUE ZERO.
001510 77  WS-GRD-LEAD-TOTAL           PIC 9(09) COMP VALUE ZERO.
001520 77  WS-GRD-LEAD-WORST           PIC 9(07) COMP VALUE ZERO.
001530 77  WS-GRD-ON-TIME              PIC 9(07) COMP VALUE ZERO.
001540 77  WS-GRD-FIRST-ORDERED        PIC 9(09) COMP VALUE ZERO.
001550 77  WS-GRD-FIRST-FILLED         PIC 9(09) COMP VALUE ZERO.
001560 77  WS-GRD-PARTIALS             PIC 9(07) COMP VALUE ZERO.
001570 77  WS-GRD-COSTED-VALUE         PIC S9(11)V99 VALUE ZERO.
001580 77  WS-GRD-COST-VARIANCE        PIC S9(11)V99 VALUE ZERO.
001590 77  WS-GRD-EXCEPTIONS           PIC 9(07) COMP VALUE ZERO.
001600 77  WS-GRD-EXCEPTION-AMOUNT     PIC 9(11)V99 VALUE ZERO.
001610*----------------------------------------------------------------
001620* ONE SCORECARD LINE'S FIGURES - FILLED FROM THE SUPPLIER OR THE
001630* REPORT ACCUMULATORS BY WHOEVER PRINTS IT
001640*----------------------------------------------------------------
001650 77  WS-PRT-RECEIPTS             PIC 9(07) COMP VALUE ZERO.
001660 77  WS-PRT-LEAD-TOTAL           PIC 9(09) COMP VALUE ZERO.
001670 77  WS-PRT-ON-TIME              PIC 9(07) COMP VALUE ZERO.
001680 77  WS-PRT-FIRST-ORDERED        PIC 9(09) COMP VALUE ZERO.
001690 77  WS-PRT-FIRST-FILLED         PIC 9(09) COMP VALUE ZERO.
001700 77  WS-PRT-COSTED-VALUE         PIC S9(11)V99 VALUE ZERO.
001710 77  WS-PRT-COST-VARIANCE        PIC S9(11)V99 VALUE ZERO.
001720 77  WS-AVERAGE-LEAD             PIC 9(05) VALUE ZERO.
001730 77  WS-PERCENT                  PIC S9(03)V9 VALUE ZERO.
001740*----------------------------------------------------------------
001750* SUPPLIER MASTER TABLE - LOADED IN FULL FROM SUPPLIER-FILE
001760*----------------------------------------------------------------
001770 01  SUPPLIER-TABLE-AREA.
001780     05  WS-SUPPLIER-COUNT   PIC 9(05) COMP  VALUE ZERO.
001790     05  SUPPLIER-TABLE-ENTRY OCCURS 2000 TIMES
001800             ASCENDING KEY IS SP-SUPPLIER-ID
001810             INDEXED BY SP-IDX.
001820         10  SP-SUPPLIER-ID      PIC 9(06).
001830         10  SP-SUPPLIER-NAME    PIC X(30).
001840         10  SP-PAYMENT-TERMS    PIC X(10).
001850 77  WS-SUPPLIER-FOUND-SWITCH PIC X(01)      VALUE 'N'.
001860*----------------------------------------------------------------
001870* REPORT HEADINGS AND DETAIL LINES
001880*----------------------------------------------------------------
001890 01  HDG-TITLE-LINE.
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  FILLER                  PIC X(30) VALUE
001920         'SUPPLIER PERFORMANCE SCORECARD'.
001930     05  FILLER                  PIC X(07) VALUE 'MONTH'.
001940     05  HDG-REPORT-MONTH        PIC 9(06).
001950     05  FILLER                  PIC X(06) VALUE SPACE.
001960     05  FILLER                  PIC X(05) VALUE 'PAGE'.
001970     05  HDG-PAGE-NO             PIC ZZ9.
001980 01  HDG-COLUMN-LINE-1.
001990     05  FILLER                  PIC X(44) VALUE SPACE.
002000     05  FILLER                  PIC X(06) VALUE '    RE'.
002010     05  FILLER                  PIC X(12) VALUE '-LEAD DAYS- '.
002020     05  FILLER                  PIC X(07) VALUE ' ON-'.
002030     05  FILLER                  PIC X(07) VALUE '  FILL'.
002040     05  FILLER                  PIC X(06) VALUE ' PART-'.
002050     05  FILLER                  PIC X(16) VALUE
002060         '            COST'.
002070     05  FILLER                  PIC X(07) VALUE '  COST'.
002080     05  FILLER                  PIC X(06) VALUE '  INV'.
002090     05  FILLER                  PIC X(14) VALUE
002100         '     EXCEPTION'.
002110 01  HDG-COLUMN-LINE-2.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(08) VALUE 'SUPPLIER'.
002140     05  FILLER                  PIC X(25) VALUE 'NAME'.
002150     05  FILLER                  PIC X(10) VALUE 'TERMS'.
002160     05  FILLER                  PIC X(06) VALUE ' CPTS'.
002170     05  FILLER                  PIC X(06) VALUE '   AVG'.
002180     05  FILLER                  PIC X(06) VALUE ' WORST'.
002190     05  FILLER                  PIC X(07) VALUE '  TIME%'.
002200     05  FILLER                  PIC X(07) VALUE '  RATE%'.
002210     05  FILLER                  PIC X(06) VALUE ' IALS'.
002220     05  FILLER                  PIC X(16) VALUE
002230         '        VARIANCE'.
002240     05  FILLER                  PIC X(07) VALUE '  VAR%'.
002250     05  FILLER                  PIC X(06) VALUE '  EXC'.
002260     05  FILLER                  PIC X(14) VALUE
002270         '        AMOUNT'.
002280 01  DTL-LINE.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  DTL-SUPPLIER-ID         PIC 9(06).
002310     05  FILLER                  PIC X(02) VALUE SPACE.
002320     05  DTL-SUPPLIER-NAME       PIC X(24).
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  DTL-TERMS               PIC X(10).
002350     05  FILLER                  PIC X(02) VALUE SPACE.
002360     05  DTL-RECEIPTS            PIC ZZZ9.
002370     05  FILLER                  PIC X(02) VALUE SPACE.
002380     05  DTL-AVERAGE-LEAD        PIC ZZZ9.
002390     05  FILLER                  PIC X(02) VALUE SPACE.
002400     05  DTL-WORST-LEAD          PIC ZZZ9.
002410     05  FILLER                  PIC X(02) VALUE SPACE.
002420     05  DTL-ON-TIME-PERCENT     PIC ZZ9.9.
002430     05  FILLER                  PIC X(02) VALUE SPACE.
002440     05  DTL-FILL-RATE           PIC ZZ9.9.
002450     05  FILLER                  PIC X(02) VALUE SPACE.
002460     05  DTL-PARTIALS            PIC ZZZ9.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  DTL-COST-VARIANCE       PIC ZZZ,ZZZ,ZZ9.99-.
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  DTL-VARIANCE-PERCENT    PIC ZZ9.9-.
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  DTL-EXCEPTIONS          PIC ZZZ9.
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  DTL-EXCEPTION-AMOUNT    PIC ZZ,ZZZ,ZZ9.99.
002550 01  TOTAL-LINE.
002560     05  FILLER                  PIC X(01) VALUE SPACE.
002570     05  TOT-TEXT                PIC X(38).
002580     05  TOT-COUNT               PIC ZZZZZZ9.
002590 PROCEDURE DIVISION.
002600*----------------------------------------------------------------
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     SORT SORT-WORK
002640         ON ASCENDING KEY SW-SUPPLIER-ID SW-POSTED-DATE
002650         INPUT PROCEDURE IS 1500-SELECT-EVENTS
002660             THRU 1500-EXIT
002670         GIVING SORTED-EVENT-FILE.
002680     OPEN INPUT SORTED-EVENT-FILE.
002690     PERFORM 1100-READ-EVENT THRU 1100-EXIT.
002700     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002710         UNTIL SORT-END-OF-FILE.
002720     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002730     STOP RUN.
002740*----------------------------------------------------------------
002750 1000-INITIALIZE.
002760     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002770     MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH.
002780     OPEN INPUT BUSINESS-DATE-FILE.
002790     IF WS-BIZ-FILE-STATUS = '00'
002800         READ BUSINESS-DATE-FILE
002810             AT END
002820                 CONTINUE
002830             NOT AT END
002840                 MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
002850                 MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
002860                 IF BD-REPORT-PERIOD NOT = ZERO
002870                     MOVE BD-REPORT-PERIOD TO WS-REPORT-MONTH
002880                 END-IF
002890         END-READ
002900         CLOSE BUSINESS-DATE-FILE
002910     END-IF.
002920     PERFORM 1050-LOAD-SUPPLIER-TABLE THRU 1050-EXIT.
002930     OPEN OUTPUT REPORT-FILE.
002940     MOVE WS-REPORT-MONTH TO HDG-REPORT-MONTH.
002950     PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT.
002960 1000-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990 1050-LOAD-SUPPLIER-TABLE.
003000     OPEN INPUT SUPPLIER-FILE.
003010     SET WS-EOF-SWITCH TO 'N'.
003020     READ SUPPLIER-FILE
003030         AT END
003040             SET END-OF-FILE TO TRUE
003050     END-READ.
003060     PERFORM 1060-LOAD-SUPPLIER-ENTRY THRU 1060-EXIT
003070         UNTIL END-OF-FILE.
003080     CLOSE SUPPLIER-FILE.
003090     SET WS-EOF-SWITCH TO 'N'.
003100 1050-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130 1060-LOAD-SUPPLIER-ENTRY.
003140     ADD 1 TO WS-SUPPLIER-COUNT.
003150     SET SP-IDX TO WS-SUPPLIER-COUNT.
003160     MOVE SUPPLIER-ID OF SUPPLIER-RECORD
003170         TO SP-SUPPLIER-ID (SP-IDX).
003180     MOVE SUPPLIER-NAME TO SP-SUPPLIER-NAME (SP-IDX).
003190     MOVE PAYMENT-TERMS TO SP-PAYMENT-TERMS (SP-IDX).
003200     READ SUPPLIER-FILE
003210         AT END
003220             SET END-OF-FILE TO TRUE
003230     END-READ.
003240 1060-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270 1100-READ-EVENT.
003280     READ SORTED-EVENT-FILE INTO SUPPLIER-EVENT-RECORD
003290         AT END
003300             SET SORT-END-OF-FILE TO TRUE
003310     END-READ.
003320 1100-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* INPUT PROCEDURE - KEEP ONLY THE EVENTS POSTED IN THE REPORT
003360* MONTH.
003370*----------------------------------------------------------------
003380 1500-SELECT-EVENTS.
003390     OPEN INPUT SUPPLIER-EVENT-FILE.
003400     PERFORM 1510-READ-RAW-EVENT THRU 1510-EXIT.
003410     PERFORM 1520-SELECT-ONE-EVENT THRU 1520-EXIT
003420         UNTIL END-OF-FILE.
003430     CLOSE SUPPLIER-EVENT-FILE.
003440 1500-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470 1510-READ-RAW-EVENT.
003480     READ SUPPLIER-EVENT-FILE INTO SUPPLIER-EVENT-RECORD
003490         AT END
003500             SET END-OF-FILE TO TRUE
003510     END-READ.
003520 1510-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550 1520-SELECT-ONE-EVENT.
003560     MOVE SE-POSTED-DATE (1:6) TO WS-EVENT-MONTH.
003570     IF WS-EVENT-MONTH = WS-REPORT-MONTH
003580         MOVE SUPPLIER-EVENT-RECORD TO SORT-WORK-RECORD
003590         RELEASE SORT-WORK-RECORD
003600     END-IF.
003610     PERFORM 1510-READ-RAW-EVENT THRU 1510-EXIT.
003620 1520-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650 2000-PROCESS-RECORD.
003660     IF FIRST-GROUP
003670         PERFORM 2110-SUPPLIER-BREAK THRU 2110-EXIT
003680     ELSE
003690         IF SE-SUPPLIER-ID NOT = WS-SAVE-SUPPLIER-ID
003700             PERFORM 2200-SUPPLIER-TOTAL THRU 2200-EXIT
003710             PERFORM 2110-SUPPLIER-BREAK THRU 2110-EXIT
003720         END-IF
003730     END-IF.
003740     IF SE-RECEIPT-EVENT
003750         PERFORM 2300-SCORE-RECEIPT THRU 2300-EXIT
003760     END-IF.
003770     IF SE-INVOICE-EXCEPTION
003780         ADD 1 TO WS-SUP-EXCEPTIONS
003790         ADD SE-INVOICE-AMOUNT TO WS-SUP-EXCEPTION-AMOUNT
003800     END-IF.
003810     PERFORM 1100-READ-EVENT THRU 1100-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850 2110-SUPPLIER-BREAK.
003860     MOVE SE-SUPPLIER-ID TO WS-SAVE-SUPPLIER-ID.
003870     SET FIRST-GROUP TO FALSE.
003880     MOVE ZERO TO WS-SUP-RECEIPTS.
003890     MOVE ZERO TO WS-SUP-LEAD-TOTAL.
003900     MOVE ZERO TO WS-SUP-LEAD-WORST.
003910     MOVE ZERO TO WS-SUP-ON-TIME.
003920     MOVE ZERO TO WS-SUP-FIRST-ORDERED.
003930     MOVE ZERO TO WS-SUP-FIRST-FILLED.
003940     MOVE ZERO TO WS-SUP-PARTIALS.
003950     MOVE ZERO TO WS-SUP-COSTED-VALUE.
003960     MOVE ZERO TO WS-SUP-COST-VARIANCE.
003970     MOVE ZERO TO WS-SUP-EXCEPTIONS.
003980     MOVE ZERO TO WS-SUP-EXCEPTION-AMOUNT.
003990 2110-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020 2200-SUPPLIER-TOTAL.
004030     MOVE SPACE TO DTL-LINE.
004040     MOVE WS-SAVE-SUPPLIER-ID TO DTL-SUPPLIER-ID.
004050     PERFORM 2450-FIND-SUPPLIER THRU 2450-EXIT.
004060     MOVE WS-SUP-RECEIPTS TO WS-PRT-RECEIPTS.
004070     MOVE WS-SUP-LEAD-TOTAL TO WS-PRT-LEAD-TOTAL.
004080     MOVE WS-SUP-ON-TIME TO WS-PRT-ON-TIME.
004090     MOVE WS-SUP-FIRST-ORDERED TO WS-PRT-FIRST-ORDERED.
004100     MOVE WS-SUP-FIRST-FILLED TO WS-PRT-FIRST-FILLED.
004110     MOVE WS-SUP-COSTED-VALUE TO WS-PRT-COSTED-VALUE.
004120     MOVE WS-SUP-COST-VARIANCE TO WS-PRT-COST-VARIANCE.
004130     MOVE WS-SUP-LEAD-WORST TO DTL-WORST-LEAD.
004140     MOVE WS-SUP-PARTIALS TO DTL-PARTIALS.
004150     MOVE WS-SUP-EXCEPTIONS TO DTL-EXCEPTIONS.
004160     MOVE WS-SUP-EXCEPTION-AMOUNT TO DTL-EXCEPTION-AMOUNT.
004170     PERFORM 2500-FORMAT-SCORES THRU 2500-EXIT.
004180     WRITE REPORT-LINE FROM DTL-LINE.
004190     ADD 1 TO WS-SUPPLIER-PRINTED.
004200     ADD 1 TO WS-LINE-COUNT.
004210     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
004220         PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT
004230     END-IF.
004240     ADD WS-SUP-RECEIPTS TO WS-GRD-RECEIPTS.
004250     ADD WS-SUP-LEAD-TOTAL TO WS-GRD-LEAD-TOTAL.
004260     IF WS-SUP-LEAD-WORST > WS-GRD-LEAD-WORST
004270         MOVE WS-SUP-LEAD-WORST TO WS-GRD-LEAD-WORST
004280     END-IF.
004290     ADD WS-SUP-ON-TIME TO WS-GRD-ON-TIME.
004300     ADD WS-SUP-FIRST-ORDERED TO WS-GRD-FIRST-ORDERED.
004310     ADD WS-SUP-FIRST-FILLED TO WS-GRD-FIRST-FILLED.
004320     ADD WS-SUP-PARTIALS TO WS-GRD-PARTIALS.
004330     ADD WS-SUP-COSTED-VALUE TO WS-GRD-COSTED-VALUE.
004340     ADD WS-SUP-COST-VARIANCE TO WS-GRD-COST-VARIANCE.
004350     ADD WS-SUP-EXCEPTIONS TO WS-GRD-EXCEPTIONS.
004360     ADD WS-SUP-EXCEPTION-AMOUNT TO WS-GRD-EXCEPTION-AMOUNT.
004370 2200-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400* A RECEIPT THE DOCK KEYED WITH NO DATE IS TAKEN AS RECEIVED THE
004410* DAY IT POSTED.  A RECEIPT DATED BEFORE ITS ORDER COUNTS AS SAME
004420* DAY RATHER THAN FLATTERING THE AVERAGE.
004430*----------------------------------------------------------------
004440 2300-SCORE-RECEIPT.
004450     ADD 1 TO WS-SUP-RECEIPTS.
004460     MOVE SE-ORDER-DATE TO WS-DATE-WORK.
004470     COMPUTE WS-ORDER-ORDINAL =
004480         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
004490         + WS-WORK-DAY.
004500     IF SE-RECEIPT-DATE = ZERO
004510         MOVE SE-POSTED-DATE TO WS-DATE-WORK
004520     ELSE
004530         MOVE SE-RECEIPT-DATE TO WS-DATE-WORK
004540     END-IF.
004550     COMPUTE WS-RECEIPT-ORDINAL =
004560         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
004570         + WS-WORK-DAY.
004580     COMPUTE WS-LEAD-DAYS =
004590         WS-RECEIPT-ORDINAL - WS-ORDER-ORDINAL.
004600     IF WS-LEAD-DAYS < ZERO
004610         MOVE ZERO TO WS-LEAD-DAYS
004620     END-IF.
004630     ADD WS-LEAD-DAYS TO WS-SUP-LEAD-TOTAL.
004640     IF WS-LEAD-DAYS > WS-SUP-LEAD-WORST
004650         MOVE WS-LEAD-DAYS TO WS-SUP-LEAD-WORST
004660     END-IF.
004670     IF WS-LEAD-DAYS NOT > WS-ON-TIME-DAYS
004680         ADD 1 TO WS-SUP-ON-TIME
004690     END-IF.
004700     IF SE-PRIOR-RECEIVED = ZERO
004710         MOVE SE-QUANTITY-RECEIVED TO WS-FIRST-FILLED
004720         IF WS-FIRST-FILLED > SE-QUANTITY-ORDERED
004730             MOVE SE-QUANTITY-ORDERED TO WS-FIRST-FILLED
004740         END-IF
004750         ADD SE-QUANTITY-ORDERED TO WS-SUP-FIRST-ORDERED
004760         ADD WS-FIRST-FILLED TO WS-SUP-FIRST-FILLED
004770     END-IF.
004780     IF SE-PARTIAL-RECEIPT
004790         ADD 1 TO WS-SUP-PARTIALS
004800     END-IF.
004810     IF SE-RECEIPT-UNIT-COST > ZERO
004820         AND SE-MASTER-UNIT-COST > ZERO
004830         COMPUTE WS-SUP-COSTED-VALUE = WS-SUP-COSTED-VALUE
004840             + (SE-QUANTITY-RECEIVED * SE-MASTER-UNIT-COST)
004850         COMPUTE WS-SUP-COST-VARIANCE = WS-SUP-COST-VARIANCE
004860             + (SE-QUANTITY-RECEIVED
004870                * (SE-RECEIPT-UNIT-COST - SE-MASTER-UNIT-COST))
004880     END-IF.
004890 2300-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920 2450-FIND-SUPPLIER.
004930     SET WS-SUPPLIER-FOUND-SWITCH TO 'N'.
004940     SEARCH ALL SUPPLIER-TABLE-ENTRY
004950         WHEN SP-SUPPLIER-ID (SP-IDX) = WS-SAVE-SUPPLIER-ID
004960             SET WS-SUPPLIER-FOUND-SWITCH TO 'Y'
004970     END-SEARCH.
004980     IF WS-SUPPLIER-FOUND-SWITCH = 'Y'
004990         MOVE SP-SUPPLIER-NAME (SP-IDX) TO DTL-SUPPLIER-NAME
005000         MOVE SP-PAYMENT-TERMS (SP-IDX) TO DTL-TERMS
005010     ELSE
005020         MOVE 'SUPPLIER NOT ON FILE' TO DTL-SUPPLIER-NAME
005030         MOVE SPACE TO DTL-TERMS
005040     END-IF.
005050 2450-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080* THE AVERAGES AND PERCENTAGES FOR ONE LINE.  A SUPPLIER WITH NO
005090* RECEIPTS THIS MONTH (EXCEPTIONS ONLY) SHOWS ZEROS RATHER THAN
005100* A PERFECT SCORE.
005110*----------------------------------------------------------------
005120 2500-FORMAT-SCORES.
005130     MOVE ZERO TO WS-AVERAGE-LEAD.
005140     MOVE ZERO TO WS-PERCENT.
005150     IF WS-PRT-RECEIPTS > ZERO
005160         COMPUTE WS-AVERAGE-LEAD ROUNDED =
005170             WS-PRT-LEAD-TOTAL / WS-PRT-RECEIPTS
005180         COMPUTE WS-PERCENT ROUNDED =
005190             (WS-PRT-ON-TIME * 100) / WS-PRT-RECEIPTS
005200     END-IF.
005210     MOVE WS-PRT-RECEIPTS TO DTL-RECEIPTS.
005220     MOVE WS-AVERAGE-LEAD TO DTL-AVERAGE-LEAD.
005230     MOVE WS-PERCENT TO DTL-ON-TIME-PERCENT.
005240     MOVE ZERO TO WS-PERCENT.
005250     IF WS-PRT-FIRST-ORDERED > ZERO
005260         COMPUTE WS-PERCENT ROUNDED =
005270             (WS-PRT-FIRST-FILLED * 100) / WS-PRT-FIRST-ORDERED
005280     END-IF.
005290     MOVE WS-PERCENT TO DTL-FILL-RATE.
005300     MOVE WS-PRT-COST-VARIANCE TO DTL-COST-VARIANCE.
005310     MOVE ZERO TO WS-PERCENT.
005320     IF WS-PRT-COSTED-VALUE > ZERO
005330         COMPUTE WS-PERCENT ROUNDED =
005340             (WS-PRT-COST-VARIANCE * 100) / WS-PRT-COSTED-VALUE
005350             ON SIZE ERROR
005360                 MOVE 999.9 TO WS-PERCENT
005370         END-COMPUTE
005380     END-IF.
005390     MOVE WS-PERCENT TO DTL-VARIANCE-PERCENT.
005400 2500-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430 2800-PRINT-HEADINGS.
005440     ADD 1 TO WS-PAGE-COUNT.
005450     MOVE ZERO TO WS-LINE-COUNT.
005460     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
005470     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
005480     WRITE REPORT-LINE FROM HDG-COLUMN-LINE-1.
005490     WRITE REPORT-LINE FROM HDG-COLUMN-LINE-2.
005500 2800-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* THE ALL-SUPPLIER LINE SCORES THE MONTH'S RECEIPTS AS A WHOLE,
005540* SO PURCHASING HAS A BAR TO RANK EACH SUPPLIER AGAINST.
005550*----------------------------------------------------------------
005560 3000-FINISH-UP.
005570     IF NOT FIRST-GROUP
005580         PERFORM 2200-SUPPLIER-TOTAL THRU 2200-EXIT
005590     END-IF.
005600     MOVE SPACE TO REPORT-LINE.
005610     WRITE REPORT-LINE.
005620     MOVE SPACE TO DTL-LINE.
005630     MOVE ZERO TO DTL-SUPPLIER-ID.
005640     MOVE 'ALL SUPPLIERS' TO DTL-SUPPLIER-NAME.
005650     MOVE WS-GRD-RECEIPTS TO WS-PRT-RECEIPTS.
005660     MOVE WS-GRD-LEAD-TOTAL TO WS-PRT-LEAD-TOTAL.
005670     MOVE WS-GRD-ON-TIME TO WS-PRT-ON-TIME.
005680     MOVE WS-GRD-FIRST-ORDERED TO WS-PRT-FIRST-ORDERED.
005690     MOVE WS-GRD-FIRST-FILLED TO WS-PRT-FIRST-FILLED.
005700     MOVE WS-GRD-COSTED-VALUE TO WS-PRT-COSTED-VALUE.
005710     MOVE WS-GRD-COST-VARIANCE TO WS-PRT-COST-VARIANCE.
005720     MOVE WS-GRD-LEAD-WORST TO DTL-WORST-LEAD.
005730     MOVE WS-GRD-PARTIALS TO DTL-PARTIALS.
005740     MOVE WS-GRD-EXCEPTIONS TO DTL-EXCEPTIONS.
005750     MOVE WS-GRD-EXCEPTION-AMOUNT TO DTL-EXCEPTION-AMOUNT.
005760     PERFORM 2500-FORMAT-SCORES THRU 2500-EXIT.
005770     WRITE REPORT-LINE FROM DTL-LINE.
005780     MOVE SPACE TO REPORT-LINE.
005790     WRITE REPORT-LINE.
005800     MOVE 'SUPPLIERS SCORED:' TO TOT-TEXT.
005810     MOVE WS-SUPPLIER-PRINTED TO TOT-COUNT.
005820     WRITE REPORT-LINE FROM TOTAL-LINE.
005830     CLOSE SORTED-EVENT-FILE.
005840     CLOSE REPORT-FILE.
005850 3000-EXIT.
005860     EXIT.
