000360*                 COST AND MARGIN BESIDE ITS DOLLARS, SO THE
000370*                 ANALYSIS FINALLY SAYS WHETHER A CATEGORY
000380*                 MAKES MONEY.  RENUMBERED
000390* 2026-10-15 DW   BUSINESS DATE - THE SLSPARM PARAMETER FILE IS
000400*                 GONE.  THE REPORT MONTH NOW COMES FROM THE DATE
000410*                 CONTROL RECORD (BIZDATE.CPY) SHARED BY EVERY
000420*                 RUN.  RENUMBERED
000430* 2026-10-15 DW   CONTRACT SALES - EACH PRODUCT NOW PRINTS THE
000440*                 PART OF ITS MONTH'S DOLLARS BILLED AT A CUSTOMER
000450*                 CONTRACT PRICE (SH-PRICE-SOURCE), AND EACH
000460*                 CATEGORY AND THE REPORT TOTAL PRINT CONTRACT
000470*                 DOLLARS AND THEIR SHARE OF THE MONTH'S DOLLARS.
000480*                 RENUMBERED
000490* 2026-10-15 DW   RETURNS NOW NET OUT OF CONTRACT DOLLARS WHEN THE
000500*                 LINE THEY BACK OUT BILLED AT CONTRACT - THE
000510*                 HISTORY IS SORTED BY ORDER AND PRODUCT FIRST AND
000520*                 EACH RETURN TAKES THE PRICE SOURCE OF ITS SALE
000530*                 ENTRY, SO CONTRACT DOLLARS CAN NO LONGER EXCEED
000540*                 THE PRODUCT'S DOLLARS.  RENUMBERED
000550*----------------------------------------------------------------
000560* THIS PROGRAM READS THE CUMULATIVE SALES HISTORY WRITTEN BY
000570* ORDPOST AND BACKREL (SALESHIST.CPY), KEEPS THE RECORDS POSTED
000580* IN THE REPORT MONTH AND THE MONTH BEFORE IT, SORTS THEM BY
000590* PRODUCT-CATEGORY AND PRODUCT-ID IN THE STYLE OF THE INVVAL
000600* VALUATION REPORT, AND PRINTS UNITS AND DOLLARS BY PRODUCT
000610* WITH CATEGORY SUBTOTALS, EACH ALONGSIDE THE PRIOR MONTH'S
000620* DOLLARS FOR COMPARISON.  THE REPORT CLOSES WITH THE TOP
000630* CUSTOMERS BY DOLLARS FOR THE REPORT MONTH.
000640*
000650* THE REPORT MONTH (CCYYMM) COMES FROM THE DATE CONTROL RECORD
000660* (BIZDATE.CPY) - ITS REPORT PERIOD WHEN OPERATIONS HAS SET ONE,
000670* OTHERWISE THE MONTH OF THE BUSINESS DATE; IF THE RECORD IS
000680* MISSING THE RUN DATE'S MONTH IS USED.  CATEGORY AND
000690* PRODUCT NAME COME FROM THE INDEXED PRODUCT MASTER; A HISTORY
000700* RECORD FOR A PRODUCT NO LONGER ON THE MASTER REPORTS UNDER
000710* THE UNKNOWN CATEGORY RATHER THAN BEING DROPPED.
000720*
000730* EACH PRODUCT ALSO PRINTS ITS CONTRACT DOLLARS - THE PART OF THE
000740* REPORT MONTH BILLED AT A CUSTOMER CONTRACT PRICE RATHER THAN AT
000750* LIST - AND EACH CATEGORY AND THE REPORT TOTAL SHOW WHAT SHARE
000760* OF THEIR DOLLARS WENT OUT AT CONTRACT.  A RETURN COMES OFF THE
000770* SAME SIDE AS THE LINE IT BACKS OUT - THE HISTORY IS FIRST SORTED
000780* BY ORDER AND PRODUCT SO EACH RETURN CAN FIND THAT LINE.
000790*----------------------------------------------------------------
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER. IBM-370.
000830 OBJECT-COMPUTER. IBM-370.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS PRODUCT-ID.
000920     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-BIZ-FILE-STATUS.
000950     SELECT SORT-WORK ASSIGN TO SRTWK01.
000960     SELECT SORTED-SALES-FILE ASSIGN TO SLSSRT
000970         ORGANIZATION IS SEQUENTIAL.
000980     SELECT MATCH-WORK ASSIGN TO SRTWK02.
000990     SELECT MATCHED-HISTORY-FILE ASSIGN TO SLSMTCH
001000         ORGANIZATION IS SEQUENTIAL.
001010     SELECT REPORT-FILE ASSIGN TO SLSRPT
001020         ORGANIZATION IS SEQUENTIAL.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  SALES-HISTORY-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY "saleshist.cpy".
001090 FD  PRODUCT-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY "product.cpy".
001130 FD  BUSINESS-DATE-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 COPY "bizdate.cpy".
001170 SD  SORT-WORK.
001180 01  SORT-WORK-RECORD.
001190     05  SW-CATEGORY             PIC X(15).
001200     05  SW-PRODUCT-ID           PIC 9(08).
001210     05  SW-MONTH-FLAG           PIC X(01).
001220     05  SW-PRODUCT-NAME         PIC X(25).
001230     05  SW-UNIT-COST            PIC 9(05)V99.
001240     05  SW-QUANTITY             PIC S9(05).
001250     05  SW-AMOUNT               PIC S9(09)V99.
001260     05  SW-PRICE-SOURCE         PIC X(01).
001270 FD  SORTED-SALES-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  SORTED-SALES-RECORD.
001310     05  SR-CATEGORY             PIC X(15).
001320     05  SR-PRODUCT-ID           PIC 9(08).
001330     05  SR-MONTH-FLAG           PIC X(01).
001340         88  SR-REPORT-MONTH         VALUE 'C'.
001350         88  SR-PRIOR-MONTH          VALUE 'P'.
001360     05  SR-PRODUCT-NAME         PIC X(25).
001370     05  SR-UNIT-COST            PIC 9(05)V99.
001380     05  SR-QUANTITY             PIC S9(05).
001390     05  SR-AMOUNT               PIC S9(09)V99.
001400     05  SR-PRICE-SOURCE         PIC X(01).
001410         88  SR-CONTRACT-PRICE       VALUE 'C'.
001420*----------------------------------------------------------------
001430* HISTORY IN ORDER / PRODUCT SEQUENCE, EACH LINE'S SALE ENTRIES
001440* AHEAD OF ITS RETURNS, SO A RETURN CAN TAKE THE PRICE SOURCE OF
001450* THE LINE IT CAME BACK AGAINST.
001460*----------------------------------------------------------------
001470 SD  MATCH-WORK.
001480 01  MATCH-WORK-RECORD.
001490     05  MW-ORDER-NUMBER         PIC 9(08).
001500     05  MW-PRODUCT-ID           PIC 9(08).
001510     05  MW-LINE-TYPE            PIC X(01).
001520     05  MW-POSTED-DATE          PIC 9(08).
001530     05  MW-CUSTOMER-ID          PIC 9(10).
001540     05  MW-QUANTITY             PIC S9(05).
001550     05  MW-AMOUNT               PIC S9(09)V99.
001560     05  MW-PRICE-SOURCE         PIC X(01).
001570 FD  MATCHED-HISTORY-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 01  MATCHED-HISTORY-RECORD.
001610     05  MH-ORDER-NUMBER         PIC 9(08).
001620     05  MH-PRODUCT-ID           PIC 9(08).
001630     05  MH-LINE-TYPE            PIC X(01).
001640         88  MH-SALE-LINE            VALUE '1'.
001650         88  MH-RETURN-LINE          VALUE '2'.
001660     05  MH-POSTED-DATE          PIC 9(08).
001670     05  MH-CUSTOMER-ID          PIC 9(10).
001680     05  MH-QUANTITY             PIC S9(05).
001690     05  MH-AMOUNT               PIC S9(09)V99.
001700     05  MH-PRICE-SOURCE         PIC X(01).
001710 FD  REPORT-FILE
001720     RECORDING MODE IS F
001730     LABEL RECORDS ARE OMITTED.
001740 01  REPORT-LINE                 PIC X(132).
001750 WORKING-STORAGE SECTION.
001760*----------------------------------------------------------------
001770* SWITCHES AND COUNTERS
001780*----------------------------------------------------------------
001790 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001800     88  END-OF-FILE                       VALUE 'Y'.
001810 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001820     88  SORT-END-OF-FILE                  VALUE 'Y'.
001830 77  WS-FIRST-CAT-SWITCH         PIC X(01) VALUE 'Y'.
001840     88  FIRST-CATEGORY                    VALUE 'Y'
001850         WHEN SET TO FALSE IS 'N'.
001860 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001870 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001880 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001890 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001900 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001910*----------------------------------------------------------------
001920* REPORT AND PRIOR MONTH (CCYYMM) AND SELECTION WORK AREAS
001930*----------------------------------------------------------------
001940 01  WS-REPORT-MONTH.
001950     05  WS-RPT-YEAR             PIC 9(04).
001960     05  WS-RPT-MM               PIC 9(02).
001970 01  WS-PRIOR-MONTH.
001980     05  WS-PRI-YEAR             PIC 9(04).
001990     05  WS-PRI-MM               PIC 9(02).
002000 01  WS-TODAY-DATE.
002010     05  WS-TODAY-MONTH          PIC 9(06).
002020     05  WS-TODAY-DD             PIC 9(02).
002030 77  WS-HISTORY-MONTH            PIC 9(06) VALUE ZERO.
002040 77  WS-MATCH-ORDER-NUMBER       PIC 9(08) VALUE ZERO.
002050 77  WS-MATCH-PRODUCT-ID         PIC 9(08) VALUE ZERO.
002060 77  WS-MATCH-PRICE-SOURCE       PIC X(01) VALUE SPACE.
002070*----------------------------------------------------------------
002080* SAVE FIELDS AND ACCUMULATORS
002090*----------------------------------------------------------------
002100 77  WS-SAVE-CATEGORY            PIC X(15) VALUE SPACE.
002110 77  WS-SAVE-PRODUCT-ID          PIC 9(08) VALUE ZERO.
002120 77  WS-SAVE-PRODUCT-NAME        PIC X(25) VALUE SPACE.
002130 77  WS-PROD-UNITS               PIC S9(07) VALUE ZERO.
002140 77  WS-PROD-DOLLARS             PIC S9(09)V99 VALUE ZERO.
002150 77  WS-PROD-PRIOR-DOLLARS       PIC S9(09)V99 VALUE ZERO.
002160 77  WS-PROD-COST                PIC S9(09)V99 VALUE ZERO.
002170 77  WS-PROD-MARGIN              PIC S9(09)V99 VALUE ZERO.
002180 77  WS-PROD-CONTRACT-DOLLARS    PIC S9(09)V99 VALUE ZERO.
002190 77  WS-CAT-UNITS                PIC S9(07) VALUE ZERO.
002200 77  WS-CAT-DOLLARS              PIC S9(11)V99 VALUE ZERO.
002210 77  WS-CAT-PRIOR-DOLLARS        PIC S9(11)V99 VALUE ZERO.
002220 77  WS-CAT-COST                 PIC S9(11)V99 VALUE ZERO.
002230 77  WS-CAT-MARGIN               PIC S9(11)V99 VALUE ZERO.
002240 77  WS-CAT-CONTRACT-DOLLARS     PIC S9(11)V99 VALUE ZERO.
002250 77  WS-GRD-UNITS                PIC S9(09) VALUE ZERO.
002260 77  WS-GRD-DOLLARS              PIC S9(11)V99 VALUE ZERO.
002270 77  WS-GRD-PRIOR-DOLLARS        PIC S9(11)V99 VALUE ZERO.
002280 77  WS-GRD-COST                 PIC S9(11)V99 VALUE ZERO.
002290 77  WS-GRD-MARGIN               PIC S9(11)V99 VALUE ZERO.
002300 77  WS-GRD-CONTRACT-DOLLARS     PIC S9(11)V99 VALUE ZERO.
002310 77  WS-CONTRACT-PCT             PIC S9(03)V9 VALUE ZERO.
002320 77  WS-SELECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002330*----------------------------------------------------------------
002340* TOP-CUSTOMER ACCUMULATION - REPORT MONTH DOLLARS BY CUSTOMER
002350*----------------------------------------------------------------
002360 77  WS-TOP-CUSTOMER-MAX         PIC 9(02) VALUE 05.
002370 77  WS-TOP-RANK                 PIC 9(02) VALUE ZERO.
002380 77  WS-CU-OVERFLOW-COUNT        PIC 9(07) COMP VALUE ZERO.
002390 77  WS-BEST-IDX                 PIC 9(05) COMP VALUE ZERO.
002400 77  WS-BEST-AMOUNT              PIC S9(11)V99 VALUE ZERO.
002410 77  WS-CU-SCAN-IDX              PIC 9(05) COMP VALUE ZERO.
002420 77  WS-CUST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002430 01  CUSTOMER-TOTAL-AREA.
002440     05  WS-CU-COUNT             PIC 9(05) COMP VALUE ZERO.
002450     05  CUSTOMER-TOTAL-ENTRY OCCURS 10000 TIMES
002460             INDEXED BY CU-IDX.
002470         10  CU-CUSTOMER-ID          PIC 9(10).
002480         10  CU-AMOUNT               PIC S9(11)V99.
002490*----------------------------------------------------------------
002500* REPORT HEADINGS AND DETAIL LINES
002510*----------------------------------------------------------------
002520 01  HDG-TITLE-LINE.
002530     05  FILLER                  PIC X(01) VALUE SPACE.
002540     05  FILLER                  PIC X(28) VALUE
002550         'MONTH-END SALES ANALYSIS'.
002560     05  FILLER                  PIC X(07) VALUE 'MONTH'.
002570     05  HDG-REPORT-MONTH        PIC 9(06).
002580     05  FILLER                  PIC X(06) VALUE SPACE.
002590     05  FILLER                  PIC X(05) VALUE 'PAGE'.
002600     05  HDG-PAGE-NO             PIC ZZ9.
002610 01  HDG-CATEGORY-LINE.
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  FILLER                  PIC X(11) VALUE 'CATEGORY: '.
002640     05  HDG-CATEGORY            PIC X(15).
002650 01  HDG-COLUMN-LINE.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
002680     05  FILLER                  PIC X(03) VALUE SPACE.
002690     05  FILLER                  PIC X(25) VALUE 'PRODUCT NAME'.
002700     05  FILLER                  PIC X(09) VALUE '    UNITS'.
002710     05  FILLER                  PIC X(15) VALUE
002720         '        DOLLARS'.
002730     05  FILLER                  PIC X(15) VALUE
002740         '  PRIOR MONTH'.
002750     05  FILLER                  PIC X(14) VALUE
002760         '          COST'.
002770     05  FILLER                  PIC X(15) VALUE
002780         '         MARGIN'.
002790     05  FILLER                  PIC X(20) VALUE
002800         '            CONTRACT'.
002810 01  DTL-LINE.
002820     05  FILLER                  PIC X(01) VALUE SPACE.
002830     05  DTL-PRODUCT-ID          PIC 9(08).
002840     05  FILLER                  PIC X(05) VALUE SPACE.
002850     05  DTL-PRODUCT-NAME        PIC X(25).
002860     05  DTL-UNITS               PIC ZZZ,ZZ9-.
002870     05  FILLER                  PIC X(02) VALUE SPACE.
002880     05  DTL-DOLLARS             PIC ZZZ,ZZZ,ZZ9.99-.
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  DTL-PRIOR-DOLLARS       PIC ZZZ,ZZZ,ZZ9.99-.
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  DTL-COST                PIC ZZZ,ZZZ,ZZ9.99-.
002930     05  DTL-MARGIN              PIC ZZZ,ZZZ,ZZ9.99-.
002940     05  FILLER                  PIC X(01) VALUE SPACE.
002950     05  DTL-CONTRACT-DOLLARS    PIC ZZZ,ZZZ,ZZ9.99-.
002960 01  CAT-TOTAL-LINE.
002970     05  FILLER                  PIC X(03) VALUE SPACE.
002980     05  FILLER                  PIC X(30) VALUE
002990         'CATEGORY TOTAL UNITS/DOLLARS: '.
003000     05  CAT-TOTAL-UNITS         PIC ZZZ,ZZ9-.
003010     05  FILLER                  PIC X(02) VALUE SPACE.
003020     05  CAT-TOTAL-DOLLARS       PIC ZZZ,ZZZ,ZZ9.99-.
003030     05  FILLER                  PIC X(09) VALUE '  PRIOR: '.
003040     05  CAT-PRIOR-DOLLARS       PIC ZZZ,ZZZ,ZZ9.99-.
003050 01  CAT-COST-LINE.
003060     05  FILLER                  PIC X(03) VALUE SPACE.
003070     05  FILLER                  PIC X(30) VALUE
003080         'CATEGORY COST / MARGIN:       '.
003090     05  CAT-COST                PIC ZZZ,ZZZ,ZZ9.99-.
003100     05  FILLER                  PIC X(02) VALUE SPACE.
003110     05  CAT-MARGIN              PIC ZZZ,ZZZ,ZZ9.99-.
003120 01  CAT-CONTRACT-LINE.
003130     05  FILLER                  PIC X(03) VALUE SPACE.
003140     05  FILLER                  PIC X(30) VALUE
003150         'CATEGORY CONTRACT / PCT:      '.
003160     05  CAT-CONTRACT-DOLLARS    PIC ZZZ,ZZZ,ZZ9.99-.
003170     05  FILLER                  PIC X(02) VALUE SPACE.
003180     05  CAT-CONTRACT-PCT        PIC ZZ9.9-.
003190 01  GRD-TOTAL-LINE.
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  FILLER                  PIC X(29) VALUE
003220         'REPORT TOTAL UNITS/DOLLARS: '.
003230     05  GRD-TOTAL-UNITS         PIC ZZZ,ZZZ,ZZ9-.
003240     05  FILLER                  PIC X(02) VALUE SPACE.
003250     05  GRD-TOTAL-DOLLARS       PIC Z,ZZZ,ZZZ,ZZ9.99-.
003260     05  FILLER                  PIC X(09) VALUE '  PRIOR: '.
003270     05  GRD-PRIOR-DOLLARS       PIC Z,ZZZ,ZZZ,ZZ9.99-.
003280 01  GRD-COST-LINE.
003290     05  FILLER                  PIC X(01) VALUE SPACE.
003300     05  FILLER                  PIC X(29) VALUE
003310         'REPORT COST / MARGIN:       '.
003320     05  GRD-COST                PIC Z,ZZZ,ZZZ,ZZ9.99-.
003330     05  FILLER                  PIC X(02) VALUE SPACE.
003340     05  GRD-MARGIN              PIC Z,ZZZ,ZZZ,ZZ9.99-.
003350 01  GRD-CONTRACT-LINE.
003360     05  FILLER                  PIC X(01) VALUE SPACE.
003370     05  FILLER                  PIC X(29) VALUE
003380         'REPORT CONTRACT / PCT:      '.
003390     05  GRD-CONTRACT-DOLLARS    PIC Z,ZZZ,ZZZ,ZZ9.99-.
003400     05  FILLER                  PIC X(02) VALUE SPACE.
003410     05  GRD-CONTRACT-PCT        PIC ZZ9.9-.
003420 01  TOP-HDG-LINE.
003430     05  FILLER                  PIC X(01) VALUE SPACE.
003440     05  FILLER                  PIC X(40) VALUE
003450         'TOP CUSTOMERS BY DOLLARS - REPORT MONTH'.
003460 01  TOP-WARN-LINE.
003470     05  FILLER                  PIC X(03) VALUE SPACE.
003480     05  TOP-WARN-COUNT          PIC ZZZZZZ9.
003490     05  FILLER                  PIC X(52) VALUE
003500         ' HISTORY LINES NOT RANKED - CUSTOMER TABLE FULL'.
003510 01  TOP-DTL-LINE.
003520     05  FILLER                  PIC X(03) VALUE SPACE.
003530     05  TOP-RANK                PIC Z9.
003540     05  FILLER                  PIC X(03) VALUE SPACE.
003550     05  TOP-CUSTOMER-ID         PIC 9(10).
003560     05  FILLER                  PIC X(03) VALUE SPACE.
003570     05  TOP-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
003580 PROCEDURE DIVISION.
003590*----------------------------------------------------------------
003600 0000-MAINLINE.
003610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003620     SORT MATCH-WORK
003630         ON ASCENDING KEY MW-ORDER-NUMBER MW-PRODUCT-ID
003640             MW-LINE-TYPE MW-POSTED-DATE
003650         WITH DUPLICATES IN ORDER
003660         INPUT PROCEDURE IS 1400-SELECT-ORDER-LINES
003670             THRU 1400-EXIT
003680         GIVING MATCHED-HISTORY-FILE.
003690     SORT SORT-WORK
003700         ON ASCENDING KEY SW-CATEGORY SW-PRODUCT-ID
003710             SW-MONTH-FLAG
003720         INPUT PROCEDURE IS 1500-SELECT-HISTORY
003730             THRU 1500-EXIT
003740         GIVING SORTED-SALES-FILE.
003750     PERFORM 2000-REPORT-PASS THRU 2000-EXIT.
003760     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
003770     STOP RUN.
003780*----------------------------------------------------------------
003790 1000-INITIALIZE.
003800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003810     MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH.
003820     OPEN INPUT BUSINESS-DATE-FILE.
003830     IF WS-BIZ-FILE-STATUS = '00'
003840         READ BUSINESS-DATE-FILE
003850             AT END
003860                 CONTINUE
003870             NOT AT END
003880                 MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
003890                 MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
003900                 IF BD-REPORT-PERIOD NOT = ZERO
003910                     MOVE BD-REPORT-PERIOD TO WS-REPORT-MONTH
003920                 END-IF
003930         END-READ
003940         CLOSE BUSINESS-DATE-FILE
003950     END-IF.
003960     MOVE WS-REPORT-MONTH TO WS-PRIOR-MONTH.
003970     IF WS-PRI-MM = 01
003980         SUBTRACT 1 FROM WS-PRI-YEAR
003990         MOVE 12 TO WS-PRI-MM
004000     ELSE
004010         SUBTRACT 1 FROM WS-PRI-MM
004020     END-IF.
004030     OPEN INPUT PRODUCT-FILE.
004040     OPEN OUTPUT REPORT-FILE.
004050     MOVE WS-REPORT-MONTH TO HDG-REPORT-MONTH.
004060 1000-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090* INPUT PROCEDURE - EVERY HISTORY ENTRY POSTED UP TO THE END OF
004100* THE REPORT MONTH.  A RETURN IN THE REPORT MONTH MAY BE BACKING
004110* OUT A LINE BILLED LONG BEFORE IT, SO THE OLDER SALE ENTRIES ARE
004120* KEPT FOR THE MATCH EVEN THOUGH THEY DO NOT REPORT.
004130*----------------------------------------------------------------
004140 1400-SELECT-ORDER-LINES.
004150     OPEN INPUT SALES-HISTORY-FILE.
004160     READ SALES-HISTORY-FILE
004170         AT END
004180             SET END-OF-FILE TO TRUE
004190     END-READ.
004200     PERFORM 1410-SELECT-ONE-LINE THRU 1410-EXIT
004210         UNTIL END-OF-FILE.
004220     CLOSE SALES-HISTORY-FILE.
004230     MOVE 'N' TO WS-EOF-SWITCH.
004240 1400-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270 1410-SELECT-ONE-LINE.
004280     MOVE SH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
004290     IF WS-HISTORY-MONTH > WS-REPORT-MONTH
004300         GO TO 1410-NEXT
004310     END-IF.
004320     MOVE SH-ORDER-NUMBER TO MW-ORDER-NUMBER.
004330     MOVE SH-PRODUCT-ID TO MW-PRODUCT-ID.
004340     IF SH-EXTENDED-AMOUNT < ZERO
004350         MOVE '2' TO MW-LINE-TYPE
004360     ELSE
004370         MOVE '1' TO MW-LINE-TYPE
004380     END-IF.
004390     MOVE SH-POSTED-DATE TO MW-POSTED-DATE.
004400     MOVE SH-CUSTOMER-ID TO MW-CUSTOMER-ID.
004410     MOVE SH-QUANTITY TO MW-QUANTITY.
004420     MOVE SH-EXTENDED-AMOUNT TO MW-AMOUNT.
004430     MOVE SH-PRICE-SOURCE TO MW-PRICE-SOURCE.
004440     RELEASE MATCH-WORK-RECORD.
004450 1410-NEXT.
004460     READ SALES-HISTORY-FILE
004470         AT END
004480             SET END-OF-FILE TO TRUE
004490     END-READ.
004500 1410-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* INPUT PROCEDURE - KEEP ONLY THE REPORT AND PRIOR MONTHS,
004540* TAG EACH RECORD, AND CARRY THE PRODUCT'S CATEGORY AND NAME
004550* IN FROM THE MASTER SO THE SORT CAN GROUP ON THEM.  A RETURN
004560* TAKES THE PRICE SOURCE OF THE LAST SALE ENTRY FOR ITS ORDER AND
004570* PRODUCT, SO CONTRACT DOLLARS NET THEIR OWN RETURNS OUT THE WAY
004580* THE PRODUCT'S DOLLARS DO.  A RETURN WITH NO SALE ENTRY TO
004590* MATCH STAYS AGAINST LIST.
004600*----------------------------------------------------------------
004610 1500-SELECT-HISTORY.
004620     OPEN INPUT MATCHED-HISTORY-FILE.
004630     READ MATCHED-HISTORY-FILE
004640         AT END
004650             SET END-OF-FILE TO TRUE
004660     END-READ.
004670     PERFORM 1510-SELECT-ONE-RECORD THRU 1510-EXIT
004680         UNTIL END-OF-FILE.
004690     CLOSE MATCHED-HISTORY-FILE.
004700 1500-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730 1510-SELECT-ONE-RECORD.
004740     IF MH-ORDER-NUMBER NOT = WS-MATCH-ORDER-NUMBER
004750         OR MH-PRODUCT-ID NOT = WS-MATCH-PRODUCT-ID
004760         MOVE MH-ORDER-NUMBER TO WS-MATCH-ORDER-NUMBER
004770         MOVE MH-PRODUCT-ID TO WS-MATCH-PRODUCT-ID
004780         MOVE SPACE TO WS-MATCH-PRICE-SOURCE
004790     END-IF.
004800     IF MH-SALE-LINE
004810         MOVE MH-PRICE-SOURCE TO WS-MATCH-PRICE-SOURCE
004820     ELSE
004830         IF MH-PRICE-SOURCE = SPACE
004840             MOVE WS-MATCH-PRICE-SOURCE TO MH-PRICE-SOURCE
004850         END-IF
004860     END-IF.
004870     MOVE MH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
004880     IF WS-HISTORY-MONTH NOT = WS-REPORT-MONTH
004890         AND WS-HISTORY-MONTH NOT = WS-PRIOR-MONTH
004900         GO TO 1510-NEXT
004910     END-IF.
004920     MOVE SPACE TO SORT-WORK-RECORD.
004930     MOVE MH-PRODUCT-ID TO SW-PRODUCT-ID.
004940     MOVE MH-QUANTITY TO SW-QUANTITY.
004950     MOVE MH-AMOUNT TO SW-AMOUNT.
004960     MOVE MH-PRICE-SOURCE TO SW-PRICE-SOURCE.
004970     PERFORM 1520-LOOK-UP-PRODUCT THRU 1520-EXIT.
004980     IF WS-HISTORY-MONTH = WS-REPORT-MONTH
004990         MOVE 'C' TO SW-MONTH-FLAG
005000         PERFORM 1530-ADD-CUSTOMER-DOLLARS THRU 1530-EXIT
005010     ELSE
005020         MOVE 'P' TO SW-MONTH-FLAG
005030     END-IF.
005040     RELEASE SORT-WORK-RECORD.
005050     ADD 1 TO WS-SELECTED-COUNT.
005060 1510-NEXT.
005070     READ MATCHED-HISTORY-FILE
005080         AT END
005090             SET END-OF-FILE TO TRUE
005100     END-READ.
005110 1510-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140 1520-LOOK-UP-PRODUCT.
005150     SET WS-PROD-FOUND-SWITCH TO 'N'.
005160     MOVE MH-PRODUCT-ID TO PRODUCT-ID.
005170     READ PRODUCT-FILE
005180         INVALID KEY
005190             CONTINUE
005200         NOT INVALID KEY
005210             SET WS-PROD-FOUND-SWITCH TO 'Y'
005220     END-READ.
005230     IF WS-PROD-FOUND-SWITCH = 'Y'
005240         MOVE PRODUCT-CATEGORY TO SW-CATEGORY
005250         MOVE PRODUCT-NAME (1:25) TO SW-PRODUCT-NAME
005260         MOVE UNIT-COST TO SW-UNIT-COST
005270     ELSE
005280         MOVE 'ZZ-UNKNOWN' TO SW-CATEGORY
005290         MOVE 'PRODUCT NOT ON MASTER' TO SW-PRODUCT-NAME
005300         MOVE ZERO TO SW-UNIT-COST
005310     END-IF.
005320 1520-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350 1530-ADD-CUSTOMER-DOLLARS.
005360     SET WS-CUST-FOUND-SWITCH TO 'N'.
005370     IF WS-CU-COUNT > ZERO
005380         SET CU-IDX TO 1
005390         SEARCH CUSTOMER-TOTAL-ENTRY
005400             AT END
005410                 CONTINUE
005420             WHEN CU-IDX > WS-CU-COUNT
005430                 CONTINUE
005440             WHEN CU-CUSTOMER-ID (CU-IDX) = MH-CUSTOMER-ID
005450                 ADD MH-AMOUNT TO CU-AMOUNT (CU-IDX)
005460                 SET WS-CUST-FOUND-SWITCH TO 'Y'
005470         END-SEARCH
005480     END-IF.
005490     IF WS-CUST-FOUND-SWITCH NOT = 'Y'
005500         IF WS-CU-COUNT < 10000
005510             ADD 1 TO WS-CU-COUNT
005520             SET CU-IDX TO WS-CU-COUNT
005530             MOVE MH-CUSTOMER-ID TO CU-CUSTOMER-ID (CU-IDX)
005540             MOVE MH-AMOUNT TO CU-AMOUNT (CU-IDX)
005550         ELSE
005560             ADD 1 TO WS-CU-OVERFLOW-COUNT
005570         END-IF
005580     END-IF.
005590 1530-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620 2000-REPORT-PASS.
005630     OPEN INPUT SORTED-SALES-FILE.
005640     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
005650     PERFORM 2200-PROCESS-SORTED THRU 2200-EXIT
005660         UNTIL SORT-END-OF-FILE.
005670     IF NOT FIRST-CATEGORY
005680         PERFORM 2400-CLOSE-PRODUCT THRU 2400-EXIT
005690         PERFORM 2500-CLOSE-CATEGORY THRU 2500-EXIT
005700     END-IF.
005710     CLOSE SORTED-SALES-FILE.
005720 2000-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750 2100-READ-SORTED.
005760     READ SORTED-SALES-FILE
005770         AT END
005780             SET SORT-END-OF-FILE TO TRUE
005790     END-READ.
005800 2100-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830 2200-PROCESS-SORTED.
005840     IF FIRST-CATEGORY
005850         PERFORM 2600-START-CATEGORY THRU 2600-EXIT
005860         PERFORM 2700-START-PRODUCT THRU 2700-EXIT
005870     ELSE
005880         IF SR-CATEGORY NOT = WS-SAVE-CATEGORY
005890             PERFORM 2400-CLOSE-PRODUCT THRU 2400-EXIT
005900             PERFORM 2500-CLOSE-CATEGORY THRU 2500-EXIT
005910             PERFORM 2600-START-CATEGORY THRU 2600-EXIT
005920             PERFORM 2700-START-PRODUCT THRU 2700-EXIT
005930         ELSE
005940             IF SR-PRODUCT-ID NOT = WS-SAVE-PRODUCT-ID
005950                 PERFORM 2400-CLOSE-PRODUCT THRU 2400-EXIT
005960                 PERFORM 2700-START-PRODUCT THRU 2700-EXIT
005970             END-IF
005980         END-IF
005990     END-IF.
006000     IF SR-REPORT-MONTH
006010         ADD SR-QUANTITY TO WS-PROD-UNITS
006020         ADD SR-AMOUNT TO WS-PROD-DOLLARS
006030         COMPUTE WS-PROD-COST ROUNDED = WS-PROD-COST
006040             + (SR-QUANTITY * SR-UNIT-COST)
006050         IF SR-CONTRACT-PRICE
006060             ADD SR-AMOUNT TO WS-PROD-CONTRACT-DOLLARS
006070         END-IF
006080     ELSE
006090         ADD SR-AMOUNT TO WS-PROD-PRIOR-DOLLARS
006100     END-IF.
006110     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
006120 2200-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150 2400-CLOSE-PRODUCT.
006160     MOVE SPACE TO DTL-LINE.
006170     MOVE WS-SAVE-PRODUCT-ID TO DTL-PRODUCT-ID.
006180     MOVE WS-SAVE-PRODUCT-NAME TO DTL-PRODUCT-NAME.
006190     MOVE WS-PROD-UNITS TO DTL-UNITS.
006200     MOVE WS-PROD-DOLLARS TO DTL-DOLLARS.
006210     MOVE WS-PROD-PRIOR-DOLLARS TO DTL-PRIOR-DOLLARS.
006220     COMPUTE WS-PROD-MARGIN =
006230         WS-PROD-DOLLARS - WS-PROD-COST.
006240     MOVE WS-PROD-COST TO DTL-COST.
006250     MOVE WS-PROD-MARGIN TO DTL-MARGIN.
006260     MOVE WS-PROD-CONTRACT-DOLLARS TO DTL-CONTRACT-DOLLARS.
006270     WRITE REPORT-LINE FROM DTL-LINE.
006280     ADD 1 TO WS-LINE-COUNT.
006290     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
006300         PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT
006310     END-IF.
006320     ADD WS-PROD-UNITS TO WS-CAT-UNITS WS-GRD-UNITS.
006330     ADD WS-PROD-DOLLARS TO WS-CAT-DOLLARS WS-GRD-DOLLARS.
006340     ADD WS-PROD-PRIOR-DOLLARS TO WS-CAT-PRIOR-DOLLARS
006350         WS-GRD-PRIOR-DOLLARS.
006360     ADD WS-PROD-COST TO WS-CAT-COST WS-GRD-COST.
006370     ADD WS-PROD-MARGIN TO WS-CAT-MARGIN WS-GRD-MARGIN.
006380     ADD WS-PROD-CONTRACT-DOLLARS TO WS-CAT-CONTRACT-DOLLARS
006390         WS-GRD-CONTRACT-DOLLARS.
006400 2400-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430 2500-CLOSE-CATEGORY.
006440     MOVE WS-CAT-UNITS TO CAT-TOTAL-UNITS.
006450     MOVE WS-CAT-DOLLARS TO CAT-TOTAL-DOLLARS.
006460     MOVE WS-CAT-PRIOR-DOLLARS TO CAT-PRIOR-DOLLARS.
006470     WRITE REPORT-LINE FROM CAT-TOTAL-LINE.
006480     MOVE WS-CAT-COST TO CAT-COST.
006490     MOVE WS-CAT-MARGIN TO CAT-MARGIN.
006500     WRITE REPORT-LINE FROM CAT-COST-LINE.
006510     MOVE WS-CAT-CONTRACT-DOLLARS TO CAT-CONTRACT-DOLLARS.
006520     MOVE ZERO TO WS-CONTRACT-PCT.
006530     IF WS-CAT-DOLLARS NOT = ZERO
006540         COMPUTE WS-CONTRACT-PCT ROUNDED =
006550             WS-CAT-CONTRACT-DOLLARS * 100 / WS-CAT-DOLLARS
006560     END-IF.
006570     MOVE WS-CONTRACT-PCT TO CAT-CONTRACT-PCT.
006580     WRITE REPORT-LINE FROM CAT-CONTRACT-LINE.
006590     MOVE SPACE TO REPORT-LINE.
006600     WRITE REPORT-LINE.
006610     ADD 4 TO WS-LINE-COUNT.
006620 2500-EXIT.
006630     EXIT.
006640*----------------------------------------------------------------
006650 2600-START-CATEGORY.
006660     MOVE SR-CATEGORY TO WS-SAVE-CATEGORY.
006670     MOVE ZERO TO WS-CAT-UNITS.
006680     MOVE ZERO TO WS-CAT-DOLLARS.
006690     MOVE ZERO TO WS-CAT-PRIOR-DOLLARS.
006700     MOVE ZERO TO WS-CAT-COST.
006710     MOVE ZERO TO WS-CAT-MARGIN.
006720     MOVE ZERO TO WS-CAT-CONTRACT-DOLLARS.
006730     SET FIRST-CATEGORY TO FALSE.
006740     PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT.
006750 2600-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780 2700-START-PRODUCT.
006790     MOVE SR-PRODUCT-ID TO WS-SAVE-PRODUCT-ID.
006800     MOVE SR-PRODUCT-NAME TO WS-SAVE-PRODUCT-NAME.
006810     MOVE ZERO TO WS-PROD-UNITS.
006820     MOVE ZERO TO WS-PROD-DOLLARS.
006830     MOVE ZERO TO WS-PROD-PRIOR-DOLLARS.
006840     MOVE ZERO TO WS-PROD-COST.
006850     MOVE ZERO TO WS-PROD-MARGIN.
006860     MOVE ZERO TO WS-PROD-CONTRACT-DOLLARS.
006870 2700-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900 2800-PRINT-HEADINGS.
006910     ADD 1 TO WS-PAGE-COUNT.
006920     MOVE ZERO TO WS-LINE-COUNT.
006930     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
006940     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
006950     MOVE WS-SAVE-CATEGORY TO HDG-CATEGORY.
006960     WRITE REPORT-LINE FROM HDG-CATEGORY-LINE.
006970     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
006980 2800-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010* THE TOP CUSTOMERS ARE PULLED BY REPEATED SCAN FOR THE LARGEST
007020* REMAINING AMOUNT - THE TABLE IS SMALL ENOUGH THAT A SORT IS
007030* NOT WORTH THE SETUP.
007040*----------------------------------------------------------------
007050 3000-FINISH-UP.
007060     MOVE WS-GRD-UNITS TO GRD-TOTAL-UNITS.
007070     MOVE WS-GRD-DOLLARS TO GRD-TOTAL-DOLLARS.
007080     MOVE WS-GRD-PRIOR-DOLLARS TO GRD-PRIOR-DOLLARS.
007090     WRITE REPORT-LINE FROM GRD-TOTAL-LINE.
007100     MOVE WS-GRD-COST TO GRD-COST.
007110     MOVE WS-GRD-MARGIN TO GRD-MARGIN.
007120     WRITE REPORT-LINE FROM GRD-COST-LINE.
007130     MOVE WS-GRD-CONTRACT-DOLLARS TO GRD-CONTRACT-DOLLARS.
007140     MOVE ZERO TO WS-CONTRACT-PCT.
007150     IF WS-GRD-DOLLARS NOT = ZERO
007160         COMPUTE WS-CONTRACT-PCT ROUNDED =
007170             WS-GRD-CONTRACT-DOLLARS * 100 / WS-GRD-DOLLARS
007180     END-IF.
007190     MOVE WS-CONTRACT-PCT TO GRD-CONTRACT-PCT.
007200     WRITE REPORT-LINE FROM GRD-CONTRACT-LINE.
007210     MOVE SPACE TO REPORT-LINE.
007220     WRITE REPORT-LINE.
007230     WRITE REPORT-LINE FROM TOP-HDG-LINE.
007240     MOVE ZERO TO WS-TOP-RANK.
007250     PERFORM 3100-PRINT-TOP-CUSTOMER THRU 3100-EXIT
007260         UNTIL WS-TOP-RANK NOT < WS-TOP-CUSTOMER-MAX.
007270     IF WS-CU-OVERFLOW-COUNT > ZERO
007280         MOVE WS-CU-OVERFLOW-COUNT TO TOP-WARN-COUNT
007290         WRITE REPORT-LINE FROM TOP-WARN-LINE
007300     END-IF.
007310     CLOSE PRODUCT-FILE.
007320     CLOSE REPORT-FILE.
007330 3000-EXIT.
007340     EXIT.
007350*----------------------------------------------------------------
007360 3100-PRINT-TOP-CUSTOMER.
007370     ADD 1 TO WS-TOP-RANK.
007380     MOVE ZERO TO WS-BEST-IDX.
007390     MOVE ZERO TO WS-BEST-AMOUNT.
007400     MOVE ZERO TO WS-CU-SCAN-IDX.
007410     PERFORM 3110-SCAN-ONE-CUSTOMER THRU 3110-EXIT
007420         UNTIL WS-CU-SCAN-IDX NOT < WS-CU-COUNT.
007430     IF WS-BEST-IDX = ZERO
007440         MOVE WS-TOP-CUSTOMER-MAX TO WS-TOP-RANK
007450         GO TO 3100-EXIT
007460     END-IF.
007470     SET CU-IDX TO WS-BEST-IDX.
007480     MOVE SPACE TO TOP-DTL-LINE.
007490     MOVE WS-TOP-RANK TO TOP-RANK.
007500     MOVE CU-CUSTOMER-ID (CU-IDX) TO TOP-CUSTOMER-ID.
007510     MOVE CU-AMOUNT (CU-IDX) TO TOP-AMOUNT.
007520     WRITE REPORT-LINE FROM TOP-DTL-LINE.
007530     MOVE ZERO TO CU-AMOUNT (CU-IDX).
007540 3100-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570 3110-SCAN-ONE-CUSTOMER.
007580     ADD 1 TO WS-CU-SCAN-IDX.
007590     SET CU-IDX TO WS-CU-SCAN-IDX.
007600     IF CU-AMOUNT (CU-IDX) > WS-BEST-AMOUNT
007610         MOVE CU-AMOUNT (CU-IDX) TO WS-BEST-AMOUNT
007620         SET WS-BEST-IDX TO CU-IDX
007630     END-IF.
007640 3110-EXIT.
007650     EXIT.
