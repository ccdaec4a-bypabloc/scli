000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ABCCLASS.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. INVENTORY-CONTROL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - ABC VELOCITY CLASSIFICATION
000200*                 FOR CYCLE COUNTING
000210*----------------------------------------------------------------
000220* THIS PROGRAM RANKS EVERY PRODUCT ON THE MASTER BY ITS LAST
000230* TWELVE MONTHS OF SALES HISTORY DOLLARS (SALESHIST.CPY) - THE
000240* REPORT MONTH AND THE ELEVEN BEFORE IT.  RETURNS NET OUT BY
000250* THEMSELVES: RETPOST APPENDS THEM TO THE HISTORY AS NEGATIVE
000260* ENTRIES.  WORKING DOWN THE RANKING, THE PRODUCTS THAT MAKE UP
000270* THE FIRST 80 PERCENT OF THE DOLLARS ARE CLASS A, THE NEXT 15
000280* PERCENT CLASS B, AND THE REST - WITH EVERY PRODUCT THAT SOLD
000290* NOTHING OR NETTED NEGATIVE - CLASS C.
000300*
000310* THE CLASS, THE DOLLARS AND RANK THAT EARNED IT, AND THE RUN
000320* DATE ARE WRITTEN TO THE INDEXED ABC CLASS FILE (ABCCLASS.CPY),
000330* LEAVING THE LAST COUNT DATE CNTPOST STAMPED THERE ALONE.  THE
000340* COUNT SHEET EXTRACT (CNTSHT) SCHEDULES CYCLE COUNTS FROM IT.
000350*
000360* THE REPORT LISTS THE RANKING WITH EACH PRODUCT'S CUMULATIVE
000370* SHARE OF SALES, ITS INVENTORY VALUE, AND WHEN IT WAS LAST
000380* COUNTED, AND CLOSES WITH EACH CLASS'S SHARE OF THE SALES AND
000390* OF THE INVENTORY VALUE.  INVENTORY VALUE IS FIGURED AS INVVAL
000400* FIGURES ITS ACTIVE VALUE - QUANTITY-ON-HAND AT UNIT-COST, WITH
000410* DISCONTINUED ITEMS LEFT OUT.  HISTORY FOR A PRODUCT NO LONGER
000420* ON THE MASTER CANNOT BE COUNTED, SO IT IS NOT RANKED; ITS
000430* DOLLARS ARE SHOWN ON A LINE OF THEIR OWN.
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
000560     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS PRODUCT-ID.
000620     SELECT ABC-CLASS-FILE ASSIGN TO ABCCLS
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS AB-PRODUCT-ID.
000660     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-BIZ-FILE-STATUS.
000690     SELECT SORT-WORK ASSIGN TO SRTWK01.
000700     SELECT SORTED-ITEM-FILE ASSIGN TO ABCSLS
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT RANK-WORK ASSIGN TO SRTWK02.
000730     SELECT RANKED-FILE ASSIGN TO ABCRNK
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT REPORT-FILE ASSIGN TO ABCRPT
000760         ORGANIZATION IS SEQUENTIAL.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  SALES-HISTORY-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY "saleshist.cpy".
000830 FD  PRODUCT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 COPY "product.cpy".
000870 FD  ABC-CLASS-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY "abcclass.cpy".
000910 FD  BUSINESS-DATE-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY "bizdate.cpy".
000950 SD  SORT-WORK.
000960 01  SORT-WORK-RECORD.
000970     05  SW-PRODUCT-ID           PIC 9(08).
000980     05  SW-RECORD-TYPE          PIC X(01).
000990     05  SW-PRODUCT-NAME         PIC X(25).
001000     05  SW-INVENTORY-VALUE      PIC 9(09)V99.
001010     05  SW-AMOUNT               PIC S9(09)V99.
001020 FD  SORTED-ITEM-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  SORTED-ITEM-RECORD.
001060     05  SR-PRODUCT-ID           PIC 9(08).
001070     05  SR-RECORD-TYPE          PIC X(01).
001080         88  SR-MASTER-ITEM          VALUE 'M'.
001090         88  SR-SALES-ITEM           VALUE 'S'.
001100     05  SR-PRODUCT-NAME         PIC X(25).
001110     05  SR-INVENTORY-VALUE      PIC 9(09)V99.
001120     05  SR-AMOUNT               PIC S9(09)V99.
001130 SD  RANK-WORK.
001140 01  RANK-WORK-RECORD.
001150     05  RW-SALES-AMOUNT         PIC S9(09)V99.
001160     05  RW-PRODUCT-ID           PIC 9(08).
001170     05  RW-PRODUCT-NAME         PIC X(25).
001180     05  RW-INVENTORY-VALUE      PIC 9(09)V99.
001190 FD  RANKED-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  RANKED-RECORD.
001230     05  RK-SALES-AMOUNT         PIC S9(09)V99.
001240     05  RK-PRODUCT-ID           PIC 9(08).
001250     05  RK-PRODUCT-NAME         PIC X(25).
001260     05  RK-INVENTORY-VALUE      PIC 9(09)V99.
001270 FD  REPORT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE OMITTED.
001300 01  REPORT-LINE                 PIC X(132).
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------
001330* SWITCHES AND COUNTERS
001340*----------------------------------------------------------------
001350 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001360     88  END-OF-FILE                       VALUE 'Y'.
001370 77  WS-PROD-EOF-SWITCH          PIC X(01) VALUE 'N'.
001380     88  PRODUCT-END-OF-FILE               VALUE 'Y'.
001390 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001400     88  SORT-END-OF-FILE                  VALUE 'Y'.
001410 77  WS-RANK-EOF-SWITCH          PIC X(01) VALUE 'N'.
001420     88  RANK-END-OF-FILE                  VALUE 'Y'.
001430 77  WS-MASTER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001440 77  WS-ABC-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001450 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001460 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001470 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001480 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001490*----------------------------------------------------------------
001500* CLASS CUTOFFS - CUMULATIVE PERCENT OF TWELVE-MONTH DOLLARS
001510* REACHED BEFORE THE PRODUCT.  BELOW THE A CUTOFF IS CLASS A,
001520* BELOW THE B CUTOFF CLASS B, AND EVERYTHING ELSE CLASS C.
001530*----------------------------------------------------------------
001540 77  WS-A-CUTOFF-PERCENT         PIC 9(03)V99 VALUE 080.00.
001550 77  WS-B-CUTOFF-PERCENT         PIC 9(03)V99 VALUE 095.00.
001560*----------------------------------------------------------------
001570* REPORT MONTH AND THE FIRST MONTH OF THE TWELVE (CCYYMM)
001580*----------------------------------------------------------------
001590 01  WS-REPORT-MONTH.
001600     05  WS-RPT-YEAR             PIC 9(04).
001610     05  WS-RPT-MM               PIC 9(02).
001620 01  WS-FIRST-MONTH.
001630     05  WS-FIRST-YEAR           PIC 9(04).
001640     05  WS-FIRST-MM             PIC 9(02).
001650 01  WS-TODAY-DATE.
001660     05  WS-TODAY-MONTH          PIC 9(06).
001670     05  WS-TODAY-DD             PIC 9(02).
001680 77  WS-HISTORY-MONTH            PIC 9(06) VALUE ZERO.
001690*----------------------------------------------------------------
001700* PRODUCT AND RANKING ACCUMULATORS
001710*----------------------------------------------------------------
001720 77  WS-SAVE-PRODUCT-ID          PIC 9(08) VALUE ZERO.
001730 77  WS-SAVE-PRODUCT-NAME        PIC X(25) VALUE SPACE.
001740 77  WS-SAVE-INVENTORY-VALUE     PIC 9(09)V99 VALUE ZERO.
001750 77  WS-PROD-DOLLARS             PIC S9(09)V99 VALUE ZERO.
001760 77  WS-RANK-BASE                PIC S9(11)V99 VALUE ZERO.
001770 77  WS-CUM-DOLLARS              PIC S9(11)V99 VALUE ZERO.
001780 77  WS-CUM-PERCENT              PIC S9(03)V99 VALUE ZERO.
001790 77  WS-SALES-RANK               PIC 9(06) VALUE ZERO.
001800 77  WS-CLASS-CODE               PIC X(01) VALUE SPACE.
001810 77  WS-CLASS-SUB                PIC 9(01) VALUE ZERO.
001820 77  WS-LAST-COUNT-DATE          PIC 9(08) VALUE ZERO.
001830 77  WS-GRD-ITEMS                PIC 9(07) COMP VALUE ZERO.
001840 77  WS-GRD-DOLLARS              PIC S9(11)V99 VALUE ZERO.
001850 77  WS-GRD-VALUE                PIC 9(11)V99 VALUE ZERO.
001860 77  WS-UNMATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
001870 77  WS-UNMATCHED-DOLLARS        PIC S9(11)V99 VALUE ZERO.
001880 77  WS-SHARE-PERCENT            PIC S9(03)V9 VALUE ZERO.
001890*----------------------------------------------------------------
001900* CLASS TOTALS (1 = A, 2 = B, 3 = C)
001910*----------------------------------------------------------------
001920 01  WS-CLASS-TOTALS.
001930     05  WS-CLASS-TOTAL OCCURS 3 TIMES.
001940         10  WS-CLASS-ITEMS          PIC 9(07) COMP.
001950         10  WS-CLASS-DOLLARS        PIC S9(11)V99.
001960         10  WS-CLASS-VALUE          PIC 9(11)V99.
001970*----------------------------------------------------------------
001980* REPORT HEADINGS AND DETAIL LINES
001990*----------------------------------------------------------------
002000 01  HDG-TITLE-LINE.
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  FILLER                  PIC X(30) VALUE
002030         'ABC VELOCITY CLASSIFICATION'.
002040     05  FILLER                  PIC X(07) VALUE 'MONTHS'.
002050     05  HDG-FIRST-MONTH         PIC 9(06).
002060     05  FILLER                  PIC X(04) VALUE ' TO '.
002070     05  HDG-REPORT-MONTH        PIC 9(06).
002080     05  FILLER                  PIC X(06) VALUE SPACE.
002090     05  FILLER                  PIC X(05) VALUE 'PAGE'.
002100     05  HDG-PAGE-NO             PIC ZZ9.
002110 01  HDG-COLUMN-LINE.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  FILLER                  PIC X(08) VALUE '  RANK'.
002140     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
002150     05  FILLER                  PIC X(02) VALUE SPACE.
002160     05  FILLER                  PIC X(26) VALUE 'PRODUCT NAME'.
002170     05  FILLER                  PIC X(06) VALUE 'CLASS'.
002180     05  FILLER                  PIC X(16) VALUE
002190         ' 12-MONTH SALES'.
002200     05  FILLER                  PIC X(08) VALUE '  CUM %'.
002210     05  FILLER                  PIC X(16) VALUE
002220         '  INVENTORY VAL'.
002230     05  FILLER                  PIC X(12) VALUE '  LAST COUNT'.
002240 01  DTL-LINE.
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  DTL-RANK                PIC ZZZ,ZZ9.
002270     05  FILLER                  PIC X(02) VALUE SPACE.
002280     05  DTL-PRODUCT-ID          PIC 9(08).
002290     05  FILLER                  PIC X(02) VALUE SPACE.
002300     05  DTL-PRODUCT-NAME        PIC X(25).
002310     05  FILLER                  PIC X(03) VALUE SPACE.
002320     05  DTL-CLASS               PIC X(01).
002330     05  FILLER                  PIC X(02) VALUE SPACE.
002340     05  DTL-SALES-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  DTL-CUM-PERCENT         PIC ZZ9.99.
002370     05  FILLER                  PIC X(02) VALUE SPACE.
002380     05  DTL-INVENTORY-VALUE     PIC ZZZ,ZZZ,ZZ9.99.
002390     05  FILLER                  PIC X(04) VALUE SPACE.
002400     05  DTL-LAST-COUNT-DATE     PIC X(08).
002410 01  SUM-HDG-LINE.
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  FILLER                  PIC X(40) VALUE
002440         'CLASS SUMMARY'.
002450 01  SUM-COLUMN-LINE.
002460     05  FILLER                  PIC X(01) VALUE SPACE.
002470     05  FILLER                  PIC X(08) VALUE 'CLASS'.
002480     05  FILLER                  PIC X(10) VALUE '     ITEMS'.
002490     05  FILLER                  PIC X(19) VALUE
002500         '     12-MONTH SALES'.
002510     05  FILLER                  PIC X(09) VALUE '  % SALES'.
002520     05  FILLER                  PIC X(19) VALUE
002530         '    INVENTORY VALUE'.
002540     05  FILLER                  PIC X(09) VALUE '  % VALUE'.
002550 01  SUM-LINE.
002560     05  FILLER                  PIC X(03) VALUE SPACE.
002570     05  SUM-CLASS               PIC X(05).
002580     05  SUM-ITEMS               PIC Z,ZZZ,ZZ9.
002590     05  FILLER                  PIC X(02) VALUE SPACE.
002600     05  SUM-DOLLARS             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002610     05  FILLER                  PIC X(02) VALUE SPACE.
002620     05  SUM-SALES-PERCENT       PIC ZZ9.9-.
002630     05  FILLER                  PIC X(02) VALUE SPACE.
002640     05  SUM-VALUE               PIC Z,ZZZ,ZZZ,ZZ9.99.
002650     05  FILLER                  PIC X(04) VALUE SPACE.
002660     05  SUM-VALUE-PERCENT       PIC ZZ9.9.
002670 01  UNMATCHED-LINE.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  UNM-COUNT               PIC ZZZ,ZZ9.
002700     05  FILLER                  PIC X(45) VALUE
002710         ' HISTORY LINES FOR PRODUCTS NOT ON MASTER:'.
002720     05  UNM-DOLLARS             PIC Z,ZZZ,ZZZ,ZZ9.99-.
002730 PROCEDURE DIVISION.
002740*----------------------------------------------------------------
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     SORT SORT-WORK
002780         ON ASCENDING KEY SW-PRODUCT-ID SW-RECORD-TYPE
002790         INPUT PROCEDURE IS 1500-SELECT-ITEMS
002800             THRU 1500-EXIT
002810         GIVING SORTED-ITEM-FILE.
002820     SORT RANK-WORK
002830         ON DESCENDING KEY RW-SALES-AMOUNT
002840         ON ASCENDING KEY RW-PRODUCT-ID
002850         INPUT PROCEDURE IS 1600-TOTAL-PRODUCTS
002860             THRU 1600-EXIT
002870         GIVING RANKED-FILE.
002880     PERFORM 2000-CLASSIFY-PASS THRU 2000-EXIT.
002890     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002900     STOP RUN.
002910*----------------------------------------------------------------
002920* THE TWELVE MONTHS RUN FROM ELEVEN MONTHS BEFORE THE REPORT
002930* MONTH THROUGH THE REPORT MONTH ITSELF.
002940*----------------------------------------------------------------
002950 1000-INITIALIZE.
002960     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002970     MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH.
002980     OPEN INPUT BUSINESS-DATE-FILE.
002990     IF WS-BIZ-FILE-STATUS = '00'
003000         READ BUSINESS-DATE-FILE
003010             AT END
003020                 CONTINUE
003030             NOT AT END
003040                 MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
003050                 MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
003060                 IF BD-REPORT-PERIOD NOT = ZERO
003070                     MOVE BD-REPORT-PERIOD TO WS-REPORT-MONTH
003080                 END-IF
003090         END-READ
003100         CLOSE BUSINESS-DATE-FILE
003110     END-IF.
003120     MOVE WS-REPORT-MONTH TO WS-FIRST-MONTH.
003130     IF WS-FIRST-MM = 12
003140         MOVE 01 TO WS-FIRST-MM
003150     ELSE
003160         SUBTRACT 1 FROM WS-FIRST-YEAR
003170         ADD 1 TO WS-FIRST-MM
003180     END-IF.
003190     MOVE ZERO TO WS-CLASS-ITEMS (1) WS-CLASS-ITEMS (2)
003200         WS-CLASS-ITEMS (3).
003210     MOVE ZERO TO WS-CLASS-DOLLARS (1) WS-CLASS-DOLLARS (2)
003220         WS-CLASS-DOLLARS (3).
003230     MOVE ZERO TO WS-CLASS-VALUE (1) WS-CLASS-VALUE (2)
003240         WS-CLASS-VALUE (3).
003250     OPEN I-O ABC-CLASS-FILE.
003260     OPEN OUTPUT REPORT-FILE.
003270     MOVE WS-FIRST-MONTH TO HDG-FIRST-MONTH.
003280     MOVE WS-REPORT-MONTH TO HDG-REPORT-MONTH.
003290 1000-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* INPUT PROCEDURE - ONE MASTER ITEM PER PRODUCT, CARRYING ITS NAME
003330* AND ACTIVE INVENTORY VALUE, SO EVERY PRODUCT IS RANKED EVEN IF
003340* IT SOLD NOTHING; THEN ONE SALES ITEM PER HISTORY LINE POSTED IN
003350* THE TWELVE MONTHS.  THE MASTER ITEM SORTS AHEAD OF ITS SALES.
003360*----------------------------------------------------------------
003370 1500-SELECT-ITEMS.
003380     OPEN INPUT PRODUCT-FILE.
003390     PERFORM 1510-READ-PRODUCT THRU 1510-EXIT.
003400     PERFORM 1520-RELEASE-PRODUCT THRU 1520-EXIT
003410         UNTIL PRODUCT-END-OF-FILE.
003420     CLOSE PRODUCT-FILE.
003430     OPEN INPUT SALES-HISTORY-FILE.
003440     READ SALES-HISTORY-FILE
003450         AT END
003460             SET END-OF-FILE TO TRUE
003470     END-READ.
003480     PERFORM 1530-SELECT-ONE-SALE THRU 1530-EXIT
003490         UNTIL END-OF-FILE.
003500     CLOSE SALES-HISTORY-FILE.
003510 1500-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540 1510-READ-PRODUCT.
003550     READ PRODUCT-FILE
003560         AT END
003570             SET PRODUCT-END-OF-FILE TO TRUE
003580     END-READ.
003590 1510-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------
003620 1520-RELEASE-PRODUCT.
003630     MOVE SPACE TO SORT-WORK-RECORD.
003640     MOVE PRODUCT-ID TO SW-PRODUCT-ID.
003650     MOVE 'M' TO SW-RECORD-TYPE.
003660     MOVE PRODUCT-NAME (1:25) TO SW-PRODUCT-NAME.
003670     MOVE ZERO TO SW-INVENTORY-VALUE.
003680     IF ACTIVE-PRODUCT
003690         COMPUTE SW-INVENTORY-VALUE ROUNDED =
003700             QUANTITY-ON-HAND * UNIT-COST
003710     END-IF.
003720     MOVE ZERO TO SW-AMOUNT.
003730     RELEASE SORT-WORK-RECORD.
003740     PERFORM 1510-READ-PRODUCT THRU 1510-EXIT.
003750 1520-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780 1530-SELECT-ONE-SALE.
003790     MOVE SH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
003800     IF WS-HISTORY-MONTH < WS-FIRST-MONTH
003810         OR WS-HISTORY-MONTH > WS-REPORT-MONTH
003820         GO TO 1530-NEXT
003830     END-IF.
003840     MOVE SPACE TO SORT-WORK-RECORD.
003850     MOVE SH-PRODUCT-ID TO SW-PRODUCT-ID.
003860     MOVE 'S' TO SW-RECORD-TYPE.
003870     MOVE ZERO TO SW-INVENTORY-VALUE.
003880     MOVE SH-EXTENDED-AMOUNT TO SW-AMOUNT.
003890     RELEASE SORT-WORK-RECORD.
003900 1530-NEXT.
003910     READ SALES-HISTORY-FILE
003920         AT END
003930             SET END-OF-FILE TO TRUE
003940     END-READ.
003950 1530-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980* INPUT PROCEDURE - NET EACH PRODUCT'S TWELVE MONTHS AND PASS IT
003990* TO THE RANKING SORT, LARGEST DOLLARS FIRST.  THE RANKING BASE
004000* IS THE SUM OF THE PRODUCTS THAT NETTED POSITIVE - THE CUTOFFS
004010* ARE SHARES OF WHAT ACTUALLY SOLD.
004020*----------------------------------------------------------------
004030 1600-TOTAL-PRODUCTS.
004040     OPEN INPUT SORTED-ITEM-FILE.
004050     PERFORM 1610-READ-SORTED THRU 1610-EXIT.
004060     PERFORM 1620-TOTAL-ONE-PRODUCT THRU 1620-EXIT
004070         UNTIL SORT-END-OF-FILE.
004080     CLOSE SORTED-ITEM-FILE.
004090 1600-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120 1610-READ-SORTED.
004130     READ SORTED-ITEM-FILE
004140         AT END
004150             SET SORT-END-OF-FILE TO TRUE
004160     END-READ.
004170 1610-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200 1620-TOTAL-ONE-PRODUCT.
004210     MOVE SR-PRODUCT-ID TO WS-SAVE-PRODUCT-ID.
004220     MOVE SPACE TO WS-SAVE-PRODUCT-NAME.
004230     MOVE ZERO TO WS-SAVE-INVENTORY-VALUE.
004240     MOVE ZERO TO WS-PROD-DOLLARS.
004250     SET WS-MASTER-FOUND-SWITCH TO 'N'.
004260     PERFORM 1630-ADD-ITEM THRU 1630-EXIT
004270         UNTIL SORT-END-OF-FILE
004280             OR SR-PRODUCT-ID NOT = WS-SAVE-PRODUCT-ID.
004290     IF WS-MASTER-FOUND-SWITCH NOT = 'Y'
004300         ADD 1 TO WS-UNMATCHED-COUNT
004310         ADD WS-PROD-DOLLARS TO WS-UNMATCHED-DOLLARS
004320         GO TO 1620-EXIT
004330     END-IF.
004340     IF WS-PROD-DOLLARS > ZERO
004350         ADD WS-PROD-DOLLARS TO WS-RANK-BASE
004360     END-IF.
004370     MOVE WS-PROD-DOLLARS TO RW-SALES-AMOUNT.
004380     MOVE WS-SAVE-PRODUCT-ID TO RW-PRODUCT-ID.
004390     MOVE WS-SAVE-PRODUCT-NAME TO RW-PRODUCT-NAME.
004400     MOVE WS-SAVE-INVENTORY-VALUE TO RW-INVENTORY-VALUE.
004410     RELEASE RANK-WORK-RECORD.
004420 1620-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450 1630-ADD-ITEM.
004460     IF SR-MASTER-ITEM
004470         SET WS-MASTER-FOUND-SWITCH TO 'Y'
004480         MOVE SR-PRODUCT-NAME TO WS-SAVE-PRODUCT-NAME
004490         MOVE SR-INVENTORY-VALUE TO WS-SAVE-INVENTORY-VALUE
004500     ELSE
004510         ADD SR-AMOUNT TO WS-PROD-DOLLARS
004520     END-IF.
004530     PERFORM 1610-READ-SORTED THRU 1610-EXIT.
004540 1630-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570 2000-CLASSIFY-PASS.
004580     PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT.
004590     OPEN INPUT RANKED-FILE.
004600     PERFORM 2100-READ-RANKED THRU 2100-EXIT.
004610     PERFORM 2200-CLASSIFY-PRODUCT THRU 2200-EXIT
004620         UNTIL RANK-END-OF-FILE.
004630     CLOSE RANKED-FILE.
004640 2000-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670 2100-READ-RANKED.
004680     READ RANKED-FILE
004690         AT END
004700             SET RANK-END-OF-FILE TO TRUE
004710     END-READ.
004720 2100-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750* THE CLASS GOES BY THE CUMULATIVE SHARE REACHED BEFORE THE
004760* PRODUCT, SO THE PRODUCT THAT CROSSES A CUTOFF STAYS IN THE
004770* HIGHER CLASS.  A PRODUCT THAT SOLD NOTHING IS ALWAYS C.
004780*----------------------------------------------------------------
004790 2200-CLASSIFY-PRODUCT.
004800     ADD 1 TO WS-SALES-RANK.
004810     MOVE 'C' TO WS-CLASS-CODE.
004820     MOVE 3 TO WS-CLASS-SUB.
004830     IF RK-SALES-AMOUNT > ZERO
004840         COMPUTE WS-CUM-PERCENT =
004850             (WS-CUM-DOLLARS * 100) / WS-RANK-BASE
004860         IF WS-CUM-PERCENT < WS-A-CUTOFF-PERCENT
004870             MOVE 'A' TO WS-CLASS-CODE
004880             MOVE 1 TO WS-CLASS-SUB
004890         ELSE
004900             IF WS-CUM-PERCENT < WS-B-CUTOFF-PERCENT
004910                 MOVE 'B' TO WS-CLASS-CODE
004920                 MOVE 2 TO WS-CLASS-SUB
004930             END-IF
004940         END-IF
004950         ADD RK-SALES-AMOUNT TO WS-CUM-DOLLARS
004960     END-IF.
004970     PERFORM 2300-UPDATE-CLASS-FILE THRU 2300-EXIT.
004980     ADD 1 TO WS-CLASS-ITEMS (WS-CLASS-SUB) WS-GRD-ITEMS.
004990     ADD RK-SALES-AMOUNT TO WS-CLASS-DOLLARS (WS-CLASS-SUB)
005000         WS-GRD-DOLLARS.
005010     ADD RK-INVENTORY-VALUE TO WS-CLASS-VALUE (WS-CLASS-SUB)
005020         WS-GRD-VALUE.
005030     PERFORM 2400-PRINT-PRODUCT THRU 2400-EXIT.
005040     PERFORM 2100-READ-RANKED THRU 2100-EXIT.
005050 2200-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080* A PRODUCT NEW TO THE CLASS FILE STARTS NEVER COUNTED; ONE
005090* ALREADY THERE KEEPS THE LAST COUNT DATE CNTPOST STAMPED.
005100*----------------------------------------------------------------
005110 2300-UPDATE-CLASS-FILE.
005120     SET WS-ABC-FOUND-SWITCH TO 'N'.
005130     MOVE RK-PRODUCT-ID TO AB-PRODUCT-ID.
005140     READ ABC-CLASS-FILE
005150         INVALID KEY
005160             CONTINUE
005170         NOT INVALID KEY
005180             SET WS-ABC-FOUND-SWITCH TO 'Y'
005190     END-READ.
005200     MOVE RK-PRODUCT-ID TO AB-PRODUCT-ID.
005210     MOVE WS-CLASS-CODE TO AB-CLASS.
005220     MOVE RK-SALES-AMOUNT TO AB-SALES-AMOUNT.
005230     MOVE WS-SALES-RANK TO AB-SALES-RANK.
005240     MOVE WS-TODAY-DATE TO AB-CLASSIFIED-DATE.
005250     IF WS-ABC-FOUND-SWITCH NOT = 'Y'
005260         MOVE ZERO TO AB-LAST-COUNT-DATE
005270     END-IF.
005280     MOVE AB-LAST-COUNT-DATE TO WS-LAST-COUNT-DATE.
005290     IF WS-ABC-FOUND-SWITCH = 'Y'
005300         REWRITE ABC-CLASS-RECORD
005310     ELSE
005320         WRITE ABC-CLASS-RECORD
005330     END-IF.
005340 2300-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370 2400-PRINT-PRODUCT.
005380     MOVE SPACE TO DTL-LINE.
005390     MOVE WS-SALES-RANK TO DTL-RANK.
005400     MOVE RK-PRODUCT-ID TO DTL-PRODUCT-ID.
005410     MOVE RK-PRODUCT-NAME TO DTL-PRODUCT-NAME.
005420     MOVE WS-CLASS-CODE TO DTL-CLASS.
005430     MOVE RK-SALES-AMOUNT TO DTL-SALES-AMOUNT.
005440     MOVE ZERO TO WS-CUM-PERCENT.
005450     IF WS-RANK-BASE > ZERO
005460         COMPUTE WS-CUM-PERCENT ROUNDED =
005470             (WS-CUM-DOLLARS * 100) / WS-RANK-BASE
005480     END-IF.
005490     MOVE WS-CUM-PERCENT TO DTL-CUM-PERCENT.
005500     MOVE RK-INVENTORY-VALUE TO DTL-INVENTORY-VALUE.
005510     IF WS-LAST-COUNT-DATE = ZERO
005520         MOVE 'NEVER' TO DTL-LAST-COUNT-DATE
005530     ELSE
005540         MOVE WS-LAST-COUNT-DATE TO DTL-LAST-COUNT-DATE
005550     END-IF.
005560     WRITE REPORT-LINE FROM DTL-LINE.
005570     ADD 1 TO WS-LINE-COUNT.
005580     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
005590         PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT
005600     END-IF.
005610 2400-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640 2800-PRINT-HEADINGS.
005650     ADD 1 TO WS-PAGE-COUNT.
005660     MOVE ZERO TO WS-LINE-COUNT.
005670     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
005680     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
005690     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
005700 2800-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------
005730* CLASS SUMMARY - EACH CLASS'S SHARE OF THE RANKED PRODUCTS' NET
005740* SALES AND OF THEIR ACTIVE INVENTORY VALUE.
005750*----------------------------------------------------------------
005760 3000-FINISH-UP.
005770     MOVE SPACE TO REPORT-LINE.
005780     WRITE REPORT-LINE.
005790     WRITE REPORT-LINE FROM SUM-HDG-LINE.
005800     WRITE REPORT-LINE FROM SUM-COLUMN-LINE.
005810     MOVE ZERO TO WS-CLASS-SUB.
005820     PERFORM 3100-PRINT-CLASS THRU 3100-EXIT
005830         UNTIL WS-CLASS-SUB NOT < 3.
005840     MOVE 'TOTAL' TO SUM-CLASS.
005850     MOVE WS-GRD-ITEMS TO SUM-ITEMS.
005860     MOVE WS-GRD-DOLLARS TO SUM-DOLLARS.
005870     MOVE WS-GRD-VALUE TO SUM-VALUE.
005880     MOVE 100 TO SUM-SALES-PERCENT.
005890     MOVE 100 TO SUM-VALUE-PERCENT.
005900     WRITE REPORT-LINE FROM SUM-LINE.
005910     IF WS-UNMATCHED-COUNT > ZERO
005920         MOVE WS-UNMATCHED-COUNT TO UNM-COUNT
005930         MOVE WS-UNMATCHED-DOLLARS TO UNM-DOLLARS
005940         WRITE REPORT-LINE FROM UNMATCHED-LINE
005950     END-IF.
005960     CLOSE ABC-CLASS-FILE.
005970     CLOSE REPORT-FILE.
005980 3000-EXIT.
005990     EXIT.
006000*----------------------------------------------------------------
006010 3100-PRINT-CLASS.
006020     ADD 1 TO WS-CLASS-SUB.
006030     EVALUATE WS-CLASS-SUB
006040         WHEN 1
006050             MOVE 'A' TO SUM-CLASS
006060         WHEN 2
006070             MOVE 'B' TO SUM-CLASS
006080         WHEN OTHER
006090             MOVE 'C' TO SUM-CLASS
006100     END-EVALUATE.
006110     MOVE WS-CLASS-ITEMS (WS-CLASS-SUB) TO SUM-ITEMS.
006120     MOVE WS-CLASS-DOLLARS (WS-CLASS-SUB) TO SUM-DOLLARS.
006130     MOVE WS-CLASS-VALUE (WS-CLASS-SUB) TO SUM-VALUE.
006140     MOVE ZERO TO WS-SHARE-PERCENT.
006150     IF WS-GRD-DOLLARS NOT = ZERO
006160         COMPUTE WS-SHARE-PERCENT ROUNDED =
006170             (WS-CLASS-DOLLARS (WS-CLASS-SUB) * 100)
006180             / WS-GRD-DOLLARS
006190     END-IF.
006200     MOVE WS-SHARE-PERCENT TO SUM-SALES-PERCENT.
006210     MOVE ZERO TO WS-SHARE-PERCENT.
006220     IF WS-GRD-VALUE > ZERO
006230         COMPUTE WS-SHARE-PERCENT ROUNDED =
006240             (WS-CLASS-VALUE (WS-CLASS-SUB) * 100)
006250             / WS-GRD-VALUE
006260     END-IF.
006270     MOVE WS-SHARE-PERCENT TO SUM-VALUE-PERCENT.
006280     WRITE REPORT-LINE FROM SUM-LINE.
006290 3100-EXIT.
006300     EXIT.
