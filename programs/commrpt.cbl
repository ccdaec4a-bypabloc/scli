000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. COMMRPT.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. SALES-ADMINISTRATION.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - MONTHLY COMMISSION REPORT
000200* 2026-10-15 DW   PAID ITEMS MATCHED TO THEIR LINES BY PRODUCT
000210*                 INSTEAD OF BY AMOUNT.  RENUMBERED
000220*----------------------------------------------------------------
000230* THIS PROGRAM PRINTS THE MONTH'S SALES AND COMMISSION FOR EACH
000240* SALESPERSON ON THE SALESPERSON MASTER (SLSPRSN.CPY), FOLLOWED BY
000250* THE CUSTOMERS ASSIGNED TO THEM AND THE AGING BUCKET EACH ONE
000260* CURRENTLY SITS IN ON THE AR AGING (ARAGE).  HOUSE ACCOUNTS, AND
000270* HISTORY CARRYING A SALESPERSON NO LONGER ON THE MASTER, REPORT
000280* LAST UNDER HOUSE / UNASSIGNED AND EARN NO COMMISSION.
000290*
000300* SALES, RETURNS AND NET SALES ARE THE REPORT MONTH'S MERCHANDISE
000310* DOLLARS FROM THE SALES HISTORY (SALESHIST.CPY) - LINES BILLED BY
000320* ORDPOST AND BACKREL, LESS THE RETURNS RETPOST POSTED.  A RETURN
000330* IS CHARGED TO THE SALESPERSON WHO SOLD THE LINE IT CAME BACK
000340* AGAINST (SAME ORDER, SAME PRODUCT), NOT THE CUSTOMER'S REP ON
000350* THE DAY IT CAME BACK.  A HISTORY LINE WITH NO SALESPERSON -
000360* WRITTEN BEFORE THE FIELD EXISTED - GOES TO THE CUSTOMER'S
000370* ASSIGNED REP.
000380*
000390* COMMISSION IS PAID ON COLLECTED DOLLARS ONLY: THE MERCHANDISE
000400* ON EVERY OPEN ITEM CASHPOST RELIEVED IN FULL DURING THE REPORT
000410* MONTH (PAIDITEM.CPY), LESS ANY OF IT RETURNED BY THE END OF THE
000420* MONTH, AT THE SALESPERSON'S COMMISSION RATE.  TAX IS NOT
000430* COMMISSIONABLE - AN ITEM'S COLLECTED DOLLARS ARE THE HISTORY
000440* LINES IT BILLED, NOT THE ITEM AMOUNT.  A BACKREL ITEM NAMES THE
000450* ONE PRODUCT IT BILLED; AN ORDPOST ITEM (PRODUCT ZERO) BILLED
000460* THE REST OF ITS ORDER POSTED ON ITS INVOICE DATE.  AN ITEM
000470* RELIEVED BY A RETURN OR AN AR ADJUSTMENT WAS NEVER COLLECTED
000480* AND PAYS NOTHING.
000490*
000500* THE REPORT MONTH (CCYYMM) COMES FROM THE DATE CONTROL RECORD
000510* (BIZDATE.CPY) - ITS REPORT PERIOD WHEN OPERATIONS HAS SET ONE,
000520* OTHERWISE THE MONTH OF THE BUSINESS DATE.  THE CUSTOMER AGING
000530* IS ALWAYS AS OF THE BUSINESS DATE, THE WAY ARAGE PRINTS IT.
000540*----------------------------------------------------------------
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER. IBM-370.
000580 OBJECT-COMPUTER. IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT SALESPERSON-FILE ASSIGN TO SLSIN
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT PAID-ITEM-FILE ASSIGN TO PAIDIN
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CUSTOMER-ID.
000710     SELECT OPEN-ITEM-FILE ASSIGN TO OPENIN
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-BIZ-FILE-STATUS.
000760     SELECT SORT-WORK ASSIGN TO SRTWK01.
000770     SELECT SORTED-ACTIVITY-FILE ASSIGN TO COMACT
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT OPEN-WORK ASSIGN TO SRTWK02.
000800     SELECT SORTED-OPEN-ITEM-FILE ASSIGN TO OPENSRT
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT CUSTOMER-WORK ASSIGN TO SRTWK03.
000830     SELECT SORTED-CUSTOMER-FILE ASSIGN TO COMCUS
000840         ORGANIZATION IS SEQUENTIAL.
000850     SELECT REPORT-FILE ASSIGN TO COMRPT
000860         ORGANIZATION IS SEQUENTIAL.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  SALESPERSON-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY "slsprsn.cpy".
000930 FD  SALES-HISTORY-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY "saleshist.cpy".
000970 FD  PAID-ITEM-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY "paiditem.cpy".
001010 FD  CUSTOMER-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY "customer.cpy".
001050 FD  OPEN-ITEM-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY "openitem.cpy".
001090 FD  BUSINESS-DATE-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY "bizdate.cpy".
001130*----------------------------------------------------------------
001140* ORDER ACTIVITY - ONE RECORD PER SALES HISTORY LINE OR BILLED
001150* ITEM, SORTED SO EACH ORDER'S SALE LINES ARRIVE BEFORE ITS
001160* RETURNS, BOTH BEFORE ITS SINGLE-LINE ITEMS, AND THOSE BEFORE ITS
001170* ORDER ITEMS.  LIKE KEYS KEEP THE ORDER THEY WERE RELEASED IN.
001180*----------------------------------------------------------------
001190 SD  SORT-WORK.
001200 01  SORT-WORK-RECORD.
001210     05  SW-ORDER-NUMBER         PIC 9(08).
001220     05  SW-RECORD-TYPE          PIC X(01).
001230     05  SW-POSTED-DATE          PIC 9(08).
001240     05  SW-CUSTOMER-ID          PIC 9(10).
001250     05  SW-PRODUCT-ID           PIC 9(08).
001260     05  SW-AMOUNT               PIC S9(09)V99.
001270     05  SW-SALESPERSON-ID       PIC X(04).
001280     05  SW-COLLECT-FLAG         PIC X(01).
001290 FD  SORTED-ACTIVITY-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  SORTED-ACTIVITY-RECORD.
001330     05  SR-ORDER-NUMBER         PIC 9(08).
001340     05  SR-RECORD-TYPE          PIC X(01).
001350         88  SR-SALE-LINE            VALUE '1'.
001360         88  SR-RETURN-LINE          VALUE '2'.
001370         88  SR-LINE-ITEM            VALUE '3'.
001380         88  SR-ORDER-ITEM           VALUE '4'.
001390     05  SR-POSTED-DATE          PIC 9(08).
001400     05  SR-CUSTOMER-ID          PIC 9(10).
001410     05  SR-PRODUCT-ID           PIC 9(08).
001420     05  SR-AMOUNT               PIC S9(09)V99.
001430     05  SR-SALESPERSON-ID       PIC X(04).
001440     05  SR-COLLECT-FLAG         PIC X(01).
001450         88  SR-PAID-THIS-MONTH      VALUE 'Y'.
001460 SD  OPEN-WORK.
001470 01  OPEN-WORK-RECORD.
001480     05  OW-CUSTOMER-ID          PIC 9(10).
001490     05  OW-ORDER-NUMBER         PIC 9(08).
001500     05  OW-INVOICE-DATE         PIC 9(08).
001510     05  OW-INVOICE-AMOUNT       PIC 9(09)V99.
001520     05  OW-OPEN-AMOUNT          PIC 9(09)V99.
001530     05  OW-PRODUCT-ID           PIC 9(08).
001540 FD  SORTED-OPEN-ITEM-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 01  SORTED-OPEN-ITEM-RECORD.
001580     05  SO-CUSTOMER-ID          PIC 9(10).
001590     05  SO-ORDER-NUMBER         PIC 9(08).
001600     05  SO-INVOICE-DATE         PIC 9(08).
001610     05  SO-INVOICE-AMOUNT       PIC 9(09)V99.
001620     05  SO-OPEN-AMOUNT          PIC 9(09)V99.
001630     05  SO-PRODUCT-ID           PIC 9(08).
001640*----------------------------------------------------------------
001650* CUSTOMER LIST - ONE RECORD PER CUSTOMER, KEYED ON THE
001660* SALESPERSON IT PRINTS UNDER (HIGH-VALUES FOR HOUSE / UNASSIGNED
001670* SO THOSE SORT LAST, THE SAME PLACE THEIR SECTION PRINTS).
001680*----------------------------------------------------------------
001690 SD  CUSTOMER-WORK.
001700 01  CUSTOMER-WORK-RECORD.
001710     05  CW-SALESPERSON-KEY      PIC X(04).
001720     05  CW-CUSTOMER-ID          PIC 9(10).
001730     05  CW-CUSTOMER-NAME        PIC X(30).
001740     05  CW-CUSTOMER-STATUS      PIC X(01).
001750     05  CW-ASSIGNED-ID          PIC X(04).
001760     05  CW-OPEN-BALANCE         PIC 9(09)V99.
001770     05  CW-AGING-BUCKET         PIC X(10).
001780 FD  SORTED-CUSTOMER-FILE
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810 01  SORTED-CUSTOMER-RECORD.
001820     05  SC-SALESPERSON-KEY      PIC X(04).
001830     05  SC-CUSTOMER-ID          PIC 9(10).
001840     05  SC-CUSTOMER-NAME        PIC X(30).
001850     05  SC-CUSTOMER-STATUS      PIC X(01).
001860         88  SC-ACTIVE-CUSTOMER      VALUE 'A'.
001870     05  SC-ASSIGNED-ID          PIC X(04).
001880     05  SC-OPEN-BALANCE         PIC 9(09)V99.
001890     05  SC-AGING-BUCKET         PIC X(10).
001900 FD  REPORT-FILE
001910     RECORDING MODE IS F
001920     LABEL RECORDS ARE OMITTED.
001930 01  REPORT-LINE                 PIC X(132).
001940 WORKING-STORAGE SECTION.
001950*----------------------------------------------------------------
001960* SWITCHES AND COUNTERS
001970*----------------------------------------------------------------
001980 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001990     88  END-OF-FILE                       VALUE 'Y'.
002000 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
002010     88  SORT-END-OF-FILE                  VALUE 'Y'.
002020 77  WS-CUST-EOF-SWITCH          PIC X(01) VALUE 'N'.
002030     88  CUSTOMER-END-OF-FILE              VALUE 'Y'.
002040 77  WS-ITEM-EOF-SWITCH          PIC X(01) VALUE 'N'.
002050     88  ITEM-END-OF-FILE                  VALUE 'Y'.
002060 77  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
002070     88  LIST-END-OF-FILE                  VALUE 'Y'.
002080 77  WS-TABLE-FULL-SWITCH        PIC X(01) VALUE 'N'.
002090     88  SALESPERSON-TABLE-FULL            VALUE 'Y'.
002100 77  WS-MATCH-SWITCH             PIC X(01) VALUE 'N'.
002110     88  RETURN-LINE-MATCHED               VALUE 'Y'.
002120 77  WS-CLAIM-SWITCH             PIC X(01) VALUE 'N'.
002130     88  ITEM-LINE-CLAIMED                 VALUE 'Y'.
002140 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
002150 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
002160 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
002170 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
002180 77  WS-ITEM-KEY                 PIC 9(10) VALUE ZERO.
002190 77  HIGH-KEY-VALUE              PIC 9(10) VALUE 9999999999.
002200 77  WS-LIST-KEY                 PIC X(04) VALUE SPACE.
002210 77  WS-SECTION-CUST-COUNT       PIC 9(05) COMP VALUE ZERO.
002220 77  WS-OL-OVERFLOW-COUNT        PIC 9(07) COMP VALUE ZERO.
002230*----------------------------------------------------------------
002240* REPORT MONTH (CCYYMM), BUSINESS DATE AND AGING DATE MATH
002250*----------------------------------------------------------------
002260 77  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
002270 77  WS-HISTORY-MONTH            PIC 9(06) VALUE ZERO.
002280 01  WS-TODAY-DATE.
002290     05  WS-TODAY-MONTH          PIC 9(06).
002300     05  WS-TODAY-DD             PIC 9(02).
002310 01  WS-DATE-WORK.
002320     05  WS-WORK-YEAR            PIC 9(04).
002330     05  WS-WORK-MONTH           PIC 9(02).
002340     05  WS-WORK-DAY             PIC 9(02).
002350 77  WS-TODAY-ORDINAL            PIC 9(07) VALUE ZERO.
002360 77  WS-INVOICE-ORDINAL          PIC 9(07) VALUE ZERO.
002370 77  WS-DAYS-SINCE-INVOICE       PIC S9(07) VALUE ZERO.
002380 77  WS-AGE-FROM-DATE            PIC 9(08) VALUE ZERO.
002390*----------------------------------------------------------------
002400* PER-CUSTOMER AGING BUCKETS, ZEROED AT EACH MASTER RECORD AND
002410* FILLED FROM THAT CUSTOMER'S OPEN ITEMS THE WAY ARAGE FILLS THEM
002420*----------------------------------------------------------------
002430 01  WS-CUST-BUCKETS.
002440     05  WS-CUST-CURRENT         PIC 9(09)V99 VALUE ZERO.
002450     05  WS-CUST-30              PIC 9(09)V99 VALUE ZERO.
002460     05  WS-CUST-60              PIC 9(09)V99 VALUE ZERO.
002470     05  WS-CUST-90-PLUS         PIC 9(09)V99 VALUE ZERO.
002480 77  WS-CUST-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
002490*----------------------------------------------------------------
002500* SALESPERSON TABLE - THE MASTER IN ID ORDER, THEN ONE HOUSE /
002510* UNASSIGNED ENTRY (ID HIGH-VALUES) FOR EVERYTHING ELSE.
002520*----------------------------------------------------------------
002530 01  SALESPERSON-AREA.
002540     05  WS-RT-COUNT             PIC 9(05) COMP VALUE ZERO.
002550     05  SALESPERSON-ENTRY OCCURS 500 TIMES
002560             INDEXED BY RT-IDX.
002570         10  RT-SALESPERSON-ID       PIC X(04).
002580         10  RT-SALESPERSON-NAME     PIC X(30).
002590         10  RT-COMMISSION-RATE      PIC 9(02)V99.
002600         10  RT-SALESPERSON-STATUS   PIC X(01).
002610         10  RT-SALES                PIC S9(11)V99.
002620         10  RT-RETURNS              PIC S9(11)V99.
002630         10  RT-COLLECTED            PIC S9(11)V99.
002640 77  WS-RT-SCAN-IDX              PIC 9(05) COMP VALUE ZERO.
002650 77  WS-RT-FOUND-SUB             PIC 9(05) COMP VALUE ZERO.
002660 77  WS-LOOKUP-ID                PIC X(04) VALUE SPACE.
002670 77  WS-CUSTOMER-REP-ID          PIC X(04) VALUE SPACE.
002680*----------------------------------------------------------------
002690* SALE LINES OF THE ORDER IN HAND.  A RETURN WORKS ITS LINE'S
002700* REMAINING DOLLARS DOWN; AN ITEM CLAIMS THE LINES IT BILLED, AND
002710* IF PAID THIS MONTH COLLECTS WHAT IS LEFT OF THEM.
002720*----------------------------------------------------------------
002730 01  ORDER-LINE-AREA.
002740     05  WS-OL-COUNT             PIC 9(05) COMP VALUE ZERO.
002750     05  ORDER-LINE-ENTRY OCCURS 1000 TIMES
002760             INDEXED BY OL-IDX.
002770         10  OL-POSTED-DATE          PIC 9(08).
002780         10  OL-PRODUCT-ID           PIC 9(08).
002790         10  OL-SALESPERSON-ID       PIC X(04).
002800         10  OL-REMAINING-AMOUNT     PIC S9(09)V99.
002810         10  OL-COLLECTED-FLAG       PIC X(01).
002820 77  WS-OL-SCAN-IDX              PIC 9(05) COMP VALUE ZERO.
002830 77  WS-SAVE-ORDER-NUMBER        PIC 9(08) VALUE ZERO.
002840 77  WS-RETURN-AMOUNT            PIC S9(09)V99 VALUE ZERO.
002850 77  WS-RELIEF-AMOUNT            PIC S9(09)V99 VALUE ZERO.
002860*----------------------------------------------------------------
002870* SECTION AND REPORT TOTALS
002880*----------------------------------------------------------------
002890 77  WS-NET-SALES                PIC S9(11)V99 VALUE ZERO.
002900 77  WS-COMMISSION               PIC S9(11)V99 VALUE ZERO.
002910 77  WS-GRD-SALES                PIC S9(11)V99 VALUE ZERO.
002920 77  WS-GRD-RETURNS              PIC S9(11)V99 VALUE ZERO.
002930 77  WS-GRD-NET-SALES            PIC S9(11)V99 VALUE ZERO.
002940 77  WS-GRD-COLLECTED            PIC S9(11)V99 VALUE ZERO.
002950 77  WS-GRD-COMMISSION           PIC S9(11)V99 VALUE ZERO.
002960*----------------------------------------------------------------
002970* REPORT HEADINGS AND DETAIL LINES
002980*----------------------------------------------------------------
002990 01  HDG-TITLE-LINE.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  FILLER                  PIC X(36) VALUE
003020         'MONTHLY SALES COMMISSION REPORT'.
003030     05  FILLER                  PIC X(07) VALUE 'MONTH'.
003040     05  HDG-REPORT-MONTH        PIC 9(06).
003050     05  FILLER                  PIC X(06) VALUE SPACE.
003060     05  FILLER                  PIC X(05) VALUE 'PAGE'.
003070     05  HDG-PAGE-NO             PIC ZZ9.
003080 01  REP-HDG-LINE.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  FILLER                  PIC X(13) VALUE 'SALESPERSON: '.
003110     05  REP-SALESPERSON-ID      PIC X(04).
003120     05  FILLER                  PIC X(02) VALUE SPACE.
003130     05  REP-SALESPERSON-NAME    PIC X(30).
003140     05  FILLER                  PIC X(02) VALUE SPACE.
003150     05  FILLER                  PIC X(17) VALUE
003160         'COMMISSION RATE: '.
003170     05  REP-COMMISSION-RATE     PIC Z9.99.
003180     05  FILLER                  PIC X(03) VALUE ' % '.
003190     05  REP-STATUS              PIC X(10).
003200 01  SUM-COLUMN-LINE.
003210     05  FILLER                  PIC X(05) VALUE SPACE.
003220     05  FILLER                  PIC X(17) VALUE
003230         '            SALES'.
003240     05  FILLER                  PIC X(17) VALUE
003250         '          RETURNS'.
003260     05  FILLER                  PIC X(17) VALUE
003270         '        NET SALES'.
003280     05  FILLER                  PIC X(17) VALUE
003290         '        COLLECTED'.
003300     05  FILLER                  PIC X(17) VALUE
003310         '       COMMISSION'.
003320 01  SUM-LINE.
003330     05  SUM-LABEL               PIC X(05).
003340     05  SUM-SALES               PIC Z,ZZZ,ZZZ,ZZ9.99-.
003350     05  SUM-RETURNS             PIC Z,ZZZ,ZZZ,ZZ9.99-.
003360     05  SUM-NET-SALES           PIC Z,ZZZ,ZZZ,ZZ9.99-.
003370     05  SUM-COLLECTED           PIC Z,ZZZ,ZZZ,ZZ9.99-.
003380     05  SUM-COMMISSION          PIC Z,ZZZ,ZZZ,ZZ9.99-.
003390 01  CUST-COLUMN-LINE.
003400     05  FILLER                  PIC X(05) VALUE SPACE.
003410     05  FILLER                  PIC X(12) VALUE 'CUSTOMER ID'.
003420     05  FILLER                  PIC X(32) VALUE 'CUSTOMER NAME'.
003430     05  FILLER                  PIC X(10) VALUE 'STATUS'.
003440     05  FILLER                  PIC X(15) VALUE
003450         '   OPEN BALANCE'.
003460     05  FILLER                  PIC X(03) VALUE SPACE.
003470     05  FILLER                  PIC X(12) VALUE 'AGING BUCKET'.
003480     05  FILLER                  PIC X(03) VALUE 'REP'.
003490 01  CUST-DTL-LINE.
003500     05  FILLER                  PIC X(05) VALUE SPACE.
003510     05  CD-CUSTOMER-ID          PIC 9(10).
003520     05  FILLER                  PIC X(02) VALUE SPACE.
003530     05  CD-CUSTOMER-NAME        PIC X(30).
003540     05  FILLER                  PIC X(02) VALUE SPACE.
003550     05  CD-STATUS               PIC X(08).
003560     05  FILLER                  PIC X(02) VALUE SPACE.
003570     05  CD-OPEN-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
003580     05  FILLER                  PIC X(04) VALUE SPACE.
003590     05  CD-AGING-BUCKET         PIC X(10).
003600     05  FILLER                  PIC X(02) VALUE SPACE.
003610     05  CD-ASSIGNED-ID          PIC X(04).
003620 01  NO-CUST-LINE.
003630     05  FILLER                  PIC X(05) VALUE SPACE.
003640     05  FILLER                  PIC X(25) VALUE
003650         'NO CUSTOMERS ASSIGNED'.
003660 01  GRD-HDG-LINE.
003670     05  FILLER                  PIC X(01) VALUE SPACE.
003680     05  FILLER                  PIC X(31) VALUE
003690         'REPORT TOTALS - ALL SALESPEOPLE'.
003700 01  OL-WARN-LINE.
003710     05  FILLER                  PIC X(01) VALUE SPACE.
003720     05  OL-WARN-COUNT           PIC ZZZZZZ9.
003730     05  FILLER                  PIC X(60) VALUE
003740         ' SALE LINES NOT HELD FOR COLLECTION - ORDER TABLE FULL'.
003750 01  FULL-STOP-LINE.
003760     05  FILLER                  PIC X(01) VALUE SPACE.
003770     05  FILLER                  PIC X(60) VALUE
003780         'SALESPERSON MASTER PAST 499 ENTRIES - RUN STOPPED'.
003790 PROCEDURE DIVISION.
003800*----------------------------------------------------------------
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003830     IF SALESPERSON-TABLE-FULL
003840         PERFORM 3900-TABLE-FULL-STOP THRU 3900-EXIT
003850         STOP RUN
003860     END-IF.
003870     SORT SORT-WORK
003880         ON ASCENDING KEY SW-ORDER-NUMBER SW-RECORD-TYPE
003890             SW-POSTED-DATE SW-PRODUCT-ID
003900         WITH DUPLICATES IN ORDER
003910         INPUT PROCEDURE IS 1500-SELECT-ACTIVITY
003920             THRU 1500-EXIT
003930         GIVING SORTED-ACTIVITY-FILE.
003940     PERFORM 2000-COMMISSION-PASS THRU 2000-EXIT.
003950     SORT OPEN-WORK
003960         ON ASCENDING KEY OW-CUSTOMER-ID OW-INVOICE-DATE
003970         WITH DUPLICATES IN ORDER
003980         USING OPEN-ITEM-FILE
003990         GIVING SORTED-OPEN-ITEM-FILE.
004000     SORT CUSTOMER-WORK
004010         ON ASCENDING KEY CW-SALESPERSON-KEY CW-CUSTOMER-ID
004020         INPUT PROCEDURE IS 1600-AGE-CUSTOMERS
004030             THRU 1600-EXIT
004040         GIVING SORTED-CUSTOMER-FILE.
004050     PERFORM 3000-REPORT-PASS THRU 3000-EXIT.
004060     PERFORM 9000-FINISH-UP THRU 9000-EXIT.
004070     STOP RUN.
004080*----------------------------------------------------------------
004090* THE REPORT MONTH IS THE DATE RECORD'S REPORT PERIOD WHEN SET,
004100* ELSE THE BUSINESS DATE'S MONTH; NO RECORD MEANS THE RUN DATE.
004110* AGING IS MEASURED FROM THE BUSINESS DATE.
004120*----------------------------------------------------------------
004130 1000-INITIALIZE.
004140     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004150     MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH.
004160     OPEN INPUT BUSINESS-DATE-FILE.
004170     IF WS-BIZ-FILE-STATUS = '00'
004180         READ BUSINESS-DATE-FILE
004190             AT END
004200                 CONTINUE
004210             NOT AT END
004220                 MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
004230                 MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
004240                 IF BD-REPORT-PERIOD NOT = ZERO
004250                     MOVE BD-REPORT-PERIOD TO WS-REPORT-MONTH
004260                 END-IF
004270         END-READ
004280         CLOSE BUSINESS-DATE-FILE
004290     END-IF.
004300     MOVE WS-TODAY-DATE TO WS-DATE-WORK.
004310     COMPUTE WS-TODAY-ORDINAL =
004320         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
004330         + WS-WORK-DAY.
004340     OPEN OUTPUT REPORT-FILE.
004350     MOVE WS-REPORT-MONTH TO HDG-REPORT-MONTH.
004360     PERFORM 1100-LOAD-SALESPERSONS THRU 1100-EXIT.
004370 1000-EXIT.
004380     EXIT.
004390*----------------------------------------------------------------
004400* THE MASTER LOADS IN ID ORDER; THE LAST SLOT IS KEPT FOR THE
004410* HOUSE / UNASSIGNED ENTRY.  A MASTER TOO BIG FOR THE TABLE STOPS
004420* THE RUN RATHER THAN PAYING SOMEONE'S SALES TO THE HOUSE.
004430*----------------------------------------------------------------
004440 1100-LOAD-SALESPERSONS.
004450     OPEN INPUT SALESPERSON-FILE.
004460     READ SALESPERSON-FILE
004470         AT END
004480             SET END-OF-FILE TO TRUE
004490     END-READ.
004500     PERFORM 1110-LOAD-ONE-SALESPERSON THRU 1110-EXIT
004510         UNTIL END-OF-FILE OR SALESPERSON-TABLE-FULL.
004520     CLOSE SALESPERSON-FILE.
004530     MOVE 'N' TO WS-EOF-SWITCH.
004540     IF SALESPERSON-TABLE-FULL
004550         GO TO 1100-EXIT
004560     END-IF.
004570     ADD 1 TO WS-RT-COUNT.
004580     SET RT-IDX TO WS-RT-COUNT.
004590     MOVE HIGH-VALUES TO RT-SALESPERSON-ID (RT-IDX).
004600     MOVE 'HOUSE / UNASSIGNED' TO RT-SALESPERSON-NAME (RT-IDX).
004610     MOVE ZERO TO RT-COMMISSION-RATE (RT-IDX).
004620     MOVE SPACE TO RT-SALESPERSON-STATUS (RT-IDX).
004630     MOVE ZERO TO RT-SALES (RT-IDX).
004640     MOVE ZERO TO RT-RETURNS (RT-IDX).
004650     MOVE ZERO TO RT-COLLECTED (RT-IDX).
004660 1100-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690 1110-LOAD-ONE-SALESPERSON.
004700     IF WS-RT-COUNT NOT < 499
004710         SET SALESPERSON-TABLE-FULL TO TRUE
004720         GO TO 1110-EXIT
004730     END-IF.
004740     ADD 1 TO WS-RT-COUNT.
004750     SET RT-IDX TO WS-RT-COUNT.
004760     MOVE SP-SALESPERSON-ID TO RT-SALESPERSON-ID (RT-IDX).
004770     MOVE SP-SALESPERSON-NAME TO RT-SALESPERSON-NAME (RT-IDX).
004780     MOVE SP-COMMISSION-RATE TO RT-COMMISSION-RATE (RT-IDX).
004790     MOVE SP-SALESPERSON-STATUS TO RT-SALESPERSON-STATUS (RT-IDX).
004800     MOVE ZERO TO RT-SALES (RT-IDX).
004810     MOVE ZERO TO RT-RETURNS (RT-IDX).
004820     MOVE ZERO TO RT-COLLECTED (RT-IDX).
004830     READ SALESPERSON-FILE
004840         AT END
004850             SET END-OF-FILE TO TRUE
004860     END-READ.
004870 1110-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900* INPUT PROCEDURE - EVERY HISTORY LINE POSTED UP TO THE END OF
004910* THE REPORT MONTH (AN ITEM PAID THIS MONTH MAY HAVE BILLED LONG
004920* BEFORE IT) AND EVERY ITEM PAID OFF DURING THE MONTH.  A LINE
004930* WITH NO SALESPERSON TAKES THE CUSTOMER'S ASSIGNED REP.  EVERY
004940* SINGLE-LINE ITEM, PAID IN ANY MONTH OR STILL OPEN, GOES IN TOO
004950* SO THAT AN ORDER ITEM OF THE SAME DATE CANNOT TAKE ITS LINE.
004960*----------------------------------------------------------------
004970 1500-SELECT-ACTIVITY.
004980     OPEN INPUT CUSTOMER-FILE.
004990     OPEN INPUT SALES-HISTORY-FILE.
005000     READ SALES-HISTORY-FILE
005010         AT END
005020             SET END-OF-FILE TO TRUE
005030     END-READ.
005040     PERFORM 1510-SELECT-ONE-HISTORY THRU 1510-EXIT
005050         UNTIL END-OF-FILE.
005060     CLOSE SALES-HISTORY-FILE.
005070     MOVE 'N' TO WS-EOF-SWITCH.
005080     OPEN INPUT PAID-ITEM-FILE.
005090     READ PAID-ITEM-FILE
005100         AT END
005110             SET END-OF-FILE TO TRUE
005120     END-READ.
005130     PERFORM 1520-SELECT-ONE-PAID-ITEM THRU 1520-EXIT
005140         UNTIL END-OF-FILE.
005150     CLOSE PAID-ITEM-FILE.
005160     MOVE 'N' TO WS-EOF-SWITCH.
005170     OPEN INPUT OPEN-ITEM-FILE.
005180     READ OPEN-ITEM-FILE
005190         AT END
005200             SET END-OF-FILE TO TRUE
005210     END-READ.
005220     PERFORM 1530-SELECT-ONE-OPEN-ITEM THRU 1530-EXIT
005230         UNTIL END-OF-FILE.
005240     CLOSE OPEN-ITEM-FILE.
005250     MOVE 'N' TO WS-EOF-SWITCH.
005260     CLOSE CUSTOMER-FILE.
005270 1500-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------
005300 1510-SELECT-ONE-HISTORY.
005310     MOVE SH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
005320     IF WS-HISTORY-MONTH > WS-REPORT-MONTH
005330         GO TO 1510-NEXT
005340     END-IF.
005350     MOVE SPACE TO SORT-WORK-RECORD.
005360     MOVE SH-ORDER-NUMBER TO SW-ORDER-NUMBER.
005370     IF SH-EXTENDED-AMOUNT < ZERO
005380         MOVE '2' TO SW-RECORD-TYPE
005390     ELSE
005400         MOVE '1' TO SW-RECORD-TYPE
005410     END-IF.
005420     MOVE SH-POSTED-DATE TO SW-POSTED-DATE.
005430     MOVE SH-CUSTOMER-ID TO SW-CUSTOMER-ID.
005440     MOVE SH-PRODUCT-ID TO SW-PRODUCT-ID.
005450     MOVE SH-EXTENDED-AMOUNT TO SW-AMOUNT.
005460     MOVE SH-SALESPERSON-ID TO SW-SALESPERSON-ID.
005470     IF SW-SALESPERSON-ID = SPACE
005480         PERFORM 1550-FIND-CUSTOMER-REP THRU 1550-EXIT
005490         MOVE WS-CUSTOMER-REP-ID TO SW-SALESPERSON-ID
005500     END-IF.
005510     RELEASE SORT-WORK-RECORD.
005520 1510-NEXT.
005530     READ SALES-HISTORY-FILE
005540         AT END
005550             SET END-OF-FILE TO TRUE
005560     END-READ.
005570 1510-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* AN ORDER ITEM PAID IN ANOTHER MONTH IS LEFT OUT - NOTHING ELSE
005610* BILLS ITS ORDER ON ITS DATE, SO IT HAS NO LINE TO CLAIM.
005620*----------------------------------------------------------------
005630 1520-SELECT-ONE-PAID-ITEM.
005640     MOVE PI-RELIEVED-DATE (1:6) TO WS-HISTORY-MONTH.
005650     IF WS-HISTORY-MONTH NOT = WS-REPORT-MONTH
005660         AND PI-PRODUCT-ID = ZERO
005670         GO TO 1520-NEXT
005680     END-IF.
005690     MOVE SPACE TO SORT-WORK-RECORD.
005700     MOVE PI-ORDER-NUMBER TO SW-ORDER-NUMBER.
005710     IF PI-PRODUCT-ID = ZERO
005720         MOVE '4' TO SW-RECORD-TYPE
005730     ELSE
005740         MOVE '3' TO SW-RECORD-TYPE
005750     END-IF.
005760     MOVE PI-INVOICE-DATE TO SW-POSTED-DATE.
005770     MOVE PI-CUSTOMER-ID TO SW-CUSTOMER-ID.
005780     MOVE PI-PRODUCT-ID TO SW-PRODUCT-ID.
005790     MOVE PI-INVOICE-AMOUNT TO SW-AMOUNT.
005800     IF WS-HISTORY-MONTH = WS-REPORT-MONTH
005810         MOVE 'Y' TO SW-COLLECT-FLAG
005820     ELSE
005830         MOVE 'N' TO SW-COLLECT-FLAG
005840     END-IF.
005850     RELEASE SORT-WORK-RECORD.
005860 1520-NEXT.
005870     READ PAID-ITEM-FILE
005880         AT END
005890             SET END-OF-FILE TO TRUE
005900     END-READ.
005910 1520-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* A SINGLE-LINE ITEM STILL OPEN CLAIMS ITS LINE BUT COLLECTS
005950* NOTHING.  ORDER ITEMS STILL OPEN ARE NOT NEEDED.
005960*----------------------------------------------------------------
005970 1530-SELECT-ONE-OPEN-ITEM.
005980     IF OI-PRODUCT-ID = ZERO
005990         GO TO 1530-NEXT
006000     END-IF.
006010     MOVE SPACE TO SORT-WORK-RECORD.
006020     MOVE OI-ORDER-NUMBER TO SW-ORDER-NUMBER.
006030     MOVE '3' TO SW-RECORD-TYPE.
006040     MOVE OI-INVOICE-DATE TO SW-POSTED-DATE.
006050     MOVE OI-CUSTOMER-ID TO SW-CUSTOMER-ID.
006060     MOVE OI-PRODUCT-ID TO SW-PRODUCT-ID.
006070     MOVE OI-INVOICE-AMOUNT TO SW-AMOUNT.
006080     MOVE 'N' TO SW-COLLECT-FLAG.
006090     RELEASE SORT-WORK-RECORD.
006100 1530-NEXT.
006110     READ OPEN-ITEM-FILE
006120         AT END
006130             SET END-OF-FILE TO TRUE
006140     END-READ.
006150 1530-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180* A CUSTOMER NO LONGER ON THE MASTER HAS NO REP - THE LINE GOES
006190* TO THE HOUSE.
006200*----------------------------------------------------------------
006210 1550-FIND-CUSTOMER-REP.
006220     MOVE SPACE TO WS-CUSTOMER-REP-ID.
006230     MOVE SH-CUSTOMER-ID TO CUSTOMER-ID.
006240     READ CUSTOMER-FILE
006250         INVALID KEY
006260             CONTINUE
006270         NOT INVALID KEY
006280             MOVE CUSTOMER-SALESPERSON-ID TO WS-CUSTOMER-REP-ID
006290     END-READ.
006300 1550-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330* INPUT PROCEDURE - THE CUSTOMER MASTER IN KEY ORDER WALKED
006340* AGAINST THE SORTED OPEN ITEMS, BUCKETED EXACTLY AS ARAGE DOES,
006350* ONE LIST RECORD PER CUSTOMER UNDER ITS SALESPERSON.
006360*----------------------------------------------------------------
006370 1600-AGE-CUSTOMERS.
006380     OPEN INPUT CUSTOMER-FILE.
006390     OPEN INPUT SORTED-OPEN-ITEM-FILE.
006400     PERFORM 1700-READ-CUSTOMER THRU 1700-EXIT.
006410     PERFORM 1710-READ-OPEN-ITEM THRU 1710-EXIT.
006420     PERFORM 1610-AGE-ONE-CUSTOMER THRU 1610-EXIT
006430         UNTIL CUSTOMER-END-OF-FILE.
006440     CLOSE SORTED-OPEN-ITEM-FILE.
006450     CLOSE CUSTOMER-FILE.
006460 1600-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* ITEMS SORTED BELOW THE CURRENT MASTER KEY BELONG TO NO CUSTOMER
006500* ON FILE AND ARE SKIPPED - ARAGE CALLS THEM OUT.
006510*----------------------------------------------------------------
006520 1610-AGE-ONE-CUSTOMER.
006530     PERFORM 1710-READ-OPEN-ITEM THRU 1710-EXIT
006540         UNTIL WS-ITEM-KEY NOT < CUSTOMER-ID.
006550     MOVE ZERO TO WS-CUST-CURRENT.
006560     MOVE ZERO TO WS-CUST-30.
006570     MOVE ZERO TO WS-CUST-60.
006580     MOVE ZERO TO WS-CUST-90-PLUS.
006590     MOVE ZERO TO WS-CUST-ITEM-COUNT.
006600     PERFORM 1620-BUCKET-ONE-ITEM THRU 1620-EXIT
006610         UNTIL WS-ITEM-KEY NOT = CUSTOMER-ID.
006620     MOVE SPACE TO CUSTOMER-WORK-RECORD.
006630     MOVE CUSTOMER-ID TO CW-CUSTOMER-ID.
006640     MOVE CUSTOMER-NAME TO CW-CUSTOMER-NAME.
006650     MOVE CUSTOMER-STATUS TO CW-CUSTOMER-STATUS.
006660     MOVE CUSTOMER-SALESPERSON-ID TO CW-ASSIGNED-ID.
006670     MOVE CUSTOMER-SALESPERSON-ID TO WS-LOOKUP-ID.
006680     PERFORM 2900-FIND-SALESPERSON THRU 2900-EXIT.
006690     MOVE RT-SALESPERSON-ID (RT-IDX) TO CW-SALESPERSON-KEY.
006700     PERFORM 1630-PICK-BUCKET THRU 1630-EXIT.
006710     RELEASE CUSTOMER-WORK-RECORD.
006720     PERFORM 1700-READ-CUSTOMER THRU 1700-EXIT.
006730 1610-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760 1620-BUCKET-ONE-ITEM.
006770     MOVE SO-INVOICE-DATE TO WS-AGE-FROM-DATE.
006780     PERFORM 1640-COMPUTE-DAYS-SINCE THRU 1640-EXIT.
006790     EVALUATE TRUE
006800         WHEN WS-DAYS-SINCE-INVOICE < 30
006810             ADD SO-OPEN-AMOUNT TO WS-CUST-CURRENT
006820         WHEN WS-DAYS-SINCE-INVOICE < 60
006830             ADD SO-OPEN-AMOUNT TO WS-CUST-30
006840         WHEN WS-DAYS-SINCE-INVOICE < 90
006850             ADD SO-OPEN-AMOUNT TO WS-CUST-60
006860         WHEN OTHER
006870             ADD SO-OPEN-AMOUNT TO WS-CUST-90-PLUS
006880     END-EVALUATE.
006890     ADD 1 TO WS-CUST-ITEM-COUNT.
006900     PERFORM 1710-READ-OPEN-ITEM THRU 1710-EXIT.
006910 1620-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------
006940* THE CUSTOMER'S BUCKET IS THE OLDEST ONE HOLDING MONEY.  A
006950* BALANCE WITH NO OPEN ITEMS AGES OFF LAST-UPDATE-DATE, AS ON
006960* ARAGE.  ARAGE DOES NOT BUCKET AN INACTIVE ACCOUNT - IT LISTS
006970* THE MASTER BALANCE - SO NEITHER DOES THIS REPORT.
006980*----------------------------------------------------------------
006990 1630-PICK-BUCKET.
007000     IF NOT ACTIVE-CUSTOMER
007010         MOVE ACCOUNT-BALANCE TO CW-OPEN-BALANCE
007020         MOVE 'INACTIVE' TO CW-AGING-BUCKET
007030         GO TO 1630-EXIT
007040     END-IF.
007050     IF WS-CUST-ITEM-COUNT = ZERO
007060         AND ACCOUNT-BALANCE NOT = ZERO
007070         MOVE LAST-UPDATE-DATE TO WS-AGE-FROM-DATE
007080         PERFORM 1640-COMPUTE-DAYS-SINCE THRU 1640-EXIT
007090         EVALUATE TRUE
007100             WHEN WS-DAYS-SINCE-INVOICE < 30
007110                 ADD ACCOUNT-BALANCE TO WS-CUST-CURRENT
007120             WHEN WS-DAYS-SINCE-INVOICE < 60
007130                 ADD ACCOUNT-BALANCE TO WS-CUST-30
007140             WHEN WS-DAYS-SINCE-INVOICE < 90
007150                 ADD ACCOUNT-BALANCE TO WS-CUST-60
007160             WHEN OTHER
007170                 ADD ACCOUNT-BALANCE TO WS-CUST-90-PLUS
007180         END-EVALUATE
007190     END-IF.
007200     ADD WS-CUST-CURRENT WS-CUST-30 WS-CUST-60 WS-CUST-90-PLUS
007210         GIVING CW-OPEN-BALANCE.
007220     EVALUATE TRUE
007230         WHEN WS-CUST-90-PLUS > ZERO
007240             MOVE '90+ DAYS' TO CW-AGING-BUCKET
007250         WHEN WS-CUST-60 > ZERO
007260             MOVE '60 DAYS' TO CW-AGING-BUCKET
007270         WHEN WS-CUST-30 > ZERO
007280             MOVE '30 DAYS' TO CW-AGING-BUCKET
007290         WHEN WS-CUST-CURRENT > ZERO
007300             MOVE 'CURRENT' TO CW-AGING-BUCKET
007310         WHEN OTHER
007320             MOVE 'NO BALANCE' TO CW-AGING-BUCKET
007330     END-EVALUATE.
007340 1630-EXIT.
007350     EXIT.
007360*----------------------------------------------------------------
007370 1640-COMPUTE-DAYS-SINCE.
007380     MOVE WS-AGE-FROM-DATE TO WS-DATE-WORK.
007390     COMPUTE WS-INVOICE-ORDINAL =
007400         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
007410         + WS-WORK-DAY.
007420     COMPUTE WS-DAYS-SINCE-INVOICE =
007430         WS-TODAY-ORDINAL - WS-INVOICE-ORDINAL.
007440     IF WS-DAYS-SINCE-INVOICE < 0
007450         MOVE ZERO TO WS-DAYS-SINCE-INVOICE
007460     END-IF.
007470 1640-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500 1700-READ-CUSTOMER.
007510     READ CUSTOMER-FILE NEXT
007520         AT END
007530             SET CUSTOMER-END-OF-FILE TO TRUE
007540     END-READ.
007550 1700-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------
007580 1710-READ-OPEN-ITEM.
007590     READ SORTED-OPEN-ITEM-FILE
007600         AT END
007610             SET ITEM-END-OF-FILE TO TRUE
007620             MOVE HIGH-KEY-VALUE TO WS-ITEM-KEY
007630         NOT AT END
007640             MOVE SO-CUSTOMER-ID TO WS-ITEM-KEY
007650     END-READ.
007660 1710-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------
007690* ONE ORDER AT A TIME: ITS SALE LINES LOAD, ITS RETURNS WORK THEM
007700* DOWN, AND ITS BILLED ITEMS CLAIM AND COLLECT WHAT IS LEFT.
007710* ONLY ACTIVITY POSTED IN THE REPORT MONTH COUNTS AS THE MONTH'S
007720* SALES.
007730*----------------------------------------------------------------
007740 2000-COMMISSION-PASS.
007750     OPEN INPUT SORTED-ACTIVITY-FILE.
007760     PERFORM 2050-READ-ACTIVITY THRU 2050-EXIT.
007770     PERFORM 2100-PROCESS-ACTIVITY THRU 2100-EXIT
007780         UNTIL SORT-END-OF-FILE.
007790     CLOSE SORTED-ACTIVITY-FILE.
007800 2000-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830 2050-READ-ACTIVITY.
007840     READ SORTED-ACTIVITY-FILE
007850         AT END
007860             SET SORT-END-OF-FILE TO TRUE
007870     END-READ.
007880 2050-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910 2100-PROCESS-ACTIVITY.
007920     IF SR-ORDER-NUMBER NOT = WS-SAVE-ORDER-NUMBER
007930         MOVE SR-ORDER-NUMBER TO WS-SAVE-ORDER-NUMBER
007940         MOVE ZERO TO WS-OL-COUNT
007950     END-IF.
007960     MOVE SR-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
007970     EVALUATE TRUE
007980         WHEN SR-SALE-LINE
007990             PERFORM 2200-ADD-SALE-LINE THRU 2200-EXIT
008000         WHEN SR-RETURN-LINE
008010             PERFORM 2300-APPLY-RETURN THRU 2300-EXIT
008020         WHEN SR-LINE-ITEM
008030             PERFORM 2400-CLAIM-LINE-ITEM THRU 2400-EXIT
008040         WHEN SR-ORDER-ITEM
008050             PERFORM 2450-COLLECT-ORDER-ITEM THRU 2450-EXIT
008060     END-EVALUATE.
008070     PERFORM 2050-READ-ACTIVITY THRU 2050-EXIT.
008080 2100-EXIT.
008090     EXIT.
008100*----------------------------------------------------------------
008110* AN ORDER WITH MORE LINES THAN THE TABLE HOLDS STILL COUNTS
008120* THEM AS SALES; ONLY THEIR COLLECTION IS LOST, AND THE REPORT
008130* SAYS HOW MANY.
008140*----------------------------------------------------------------
008150 2200-ADD-SALE-LINE.
008160     IF WS-OL-COUNT < 1000
008170         ADD 1 TO WS-OL-COUNT
008180         SET OL-IDX TO WS-OL-COUNT
008190         MOVE SR-POSTED-DATE TO OL-POSTED-DATE (OL-IDX)
008200         MOVE SR-PRODUCT-ID TO OL-PRODUCT-ID (OL-IDX)
008210         MOVE SR-SALESPERSON-ID TO OL-SALESPERSON-ID (OL-IDX)
008220         MOVE SR-AMOUNT TO OL-REMAINING-AMOUNT (OL-IDX)
008230         MOVE 'N' TO OL-COLLECTED-FLAG (OL-IDX)
008240     ELSE
008250         ADD 1 TO WS-OL-OVERFLOW-COUNT
008260     END-IF.
008270     IF WS-HISTORY-MONTH = WS-REPORT-MONTH
008280         MOVE SR-SALESPERSON-ID TO WS-LOOKUP-ID
008290         PERFORM 2900-FIND-SALESPERSON THRU 2900-EXIT
008300         ADD SR-AMOUNT TO RT-SALES (RT-IDX)
008310     END-IF.
008320 2200-EXIT.
008330     EXIT.
008340*----------------------------------------------------------------
008350* A RETURN COMES OFF THE FIRST LINE OF THE SAME PRODUCT ON THE
008360* ORDER THAT STILL HAS DOLLARS LEFT, AND IS CHARGED TO WHOEVER
008370* SOLD THAT LINE.  ONE THAT MATCHES NO LINE STAYS WITH THE REP
008380* RETPOST STAMPED ON IT.
008390*----------------------------------------------------------------
008400 2300-APPLY-RETURN.
008410     COMPUTE WS-RETURN-AMOUNT = ZERO - SR-AMOUNT.
008420     MOVE SR-SALESPERSON-ID TO WS-LOOKUP-ID.
008430     MOVE 'N' TO WS-MATCH-SWITCH.
008440     MOVE ZERO TO WS-OL-SCAN-IDX.
008450     PERFORM 2310-MATCH-ONE-LINE THRU 2310-EXIT
008460         UNTIL RETURN-LINE-MATCHED
008470         OR WS-OL-SCAN-IDX NOT < WS-OL-COUNT.
008480     IF WS-HISTORY-MONTH = WS-REPORT-MONTH
008490         PERFORM 2900-FIND-SALESPERSON THRU 2900-EXIT
008500         ADD WS-RETURN-AMOUNT TO RT-RETURNS (RT-IDX)
008510     END-IF.
008520 2300-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------
008550 2310-MATCH-ONE-LINE.
008560     ADD 1 TO WS-OL-SCAN-IDX.
008570     SET OL-IDX TO WS-OL-SCAN-IDX.
008580     IF OL-PRODUCT-ID (OL-IDX) NOT = SR-PRODUCT-ID
008590         OR OL-REMAINING-AMOUNT (OL-IDX) NOT > ZERO
008600         GO TO 2310-EXIT
008610     END-IF.
008620     IF WS-RETURN-AMOUNT < OL-REMAINING-AMOUNT (OL-IDX)
008630         MOVE WS-RETURN-AMOUNT TO WS-RELIEF-AMOUNT
008640     ELSE
008650         MOVE OL-REMAINING-AMOUNT (OL-IDX) TO WS-RELIEF-AMOUNT
008660     END-IF.
008670     SUBTRACT WS-RELIEF-AMOUNT FROM OL-REMAINING-AMOUNT (OL-IDX).
008680     MOVE OL-SALESPERSON-ID (OL-IDX) TO WS-LOOKUP-ID.
008690     SET RETURN-LINE-MATCHED TO TRUE.
008700 2310-EXIT.
008710     EXIT.
008720*----------------------------------------------------------------
008730* A SINGLE-LINE ITEM (BACKREL) BILLED ONE LINE - THE FIRST OF ITS
008740* PRODUCT POSTED ON ITS INVOICE DATE NOT ALREADY CLAIMED.  IT
008750* COLLECTS THAT LINE'S REMAINING DOLLARS ONLY IF PAID THIS MONTH.
008760*----------------------------------------------------------------
008770 2400-CLAIM-LINE-ITEM.
008780     MOVE 'N' TO WS-CLAIM-SWITCH.
008790     MOVE ZERO TO WS-OL-SCAN-IDX.
008800     PERFORM 2410-CLAIM-ONE-LINE THRU 2410-EXIT
008810         UNTIL ITEM-LINE-CLAIMED
008820         OR WS-OL-SCAN-IDX NOT < WS-OL-COUNT.
008830 2400-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860 2410-CLAIM-ONE-LINE.
008870     ADD 1 TO WS-OL-SCAN-IDX.
008880     SET OL-IDX TO WS-OL-SCAN-IDX.
008890     IF OL-POSTED-DATE (OL-IDX) NOT = SR-POSTED-DATE
008900         OR OL-PRODUCT-ID (OL-IDX) NOT = SR-PRODUCT-ID
008910         OR OL-COLLECTED-FLAG (OL-IDX) = 'Y'
008920         GO TO 2410-EXIT
008930     END-IF.
008940     MOVE 'Y' TO OL-COLLECTED-FLAG (OL-IDX).
008950     SET ITEM-LINE-CLAIMED TO TRUE.
008960     IF SR-PAID-THIS-MONTH
008970         PERFORM 2470-CREDIT-LINE THRU 2470-EXIT
008980     END-IF.
008990 2410-EXIT.
009000     EXIT.
009010*----------------------------------------------------------------
009020* AN ORDER ITEM (ORDPOST) BILLED THE WHOLE ORDER GROUP - EVERY
009030* LINE POSTED ON ITS INVOICE DATE THAT NO SINGLE-LINE ITEM HAS
009040* CLAIMED.  ONLY ORDER ITEMS PAID THIS MONTH ARE ON THE FILE.
009050*----------------------------------------------------------------
009060 2450-COLLECT-ORDER-ITEM.
009070     MOVE ZERO TO WS-OL-SCAN-IDX.
009080     PERFORM 2460-COLLECT-ONE-LINE THRU 2460-EXIT
009090         UNTIL WS-OL-SCAN-IDX NOT < WS-OL-COUNT.
009100 2450-EXIT.
009110     EXIT.
009120*----------------------------------------------------------------
009130 2460-COLLECT-ONE-LINE.
009140     ADD 1 TO WS-OL-SCAN-IDX.
009150     SET OL-IDX TO WS-OL-SCAN-IDX.
009160     IF OL-POSTED-DATE (OL-IDX) NOT = SR-POSTED-DATE
009170         OR OL-COLLECTED-FLAG (OL-IDX) = 'Y'
009180         GO TO 2460-EXIT
009190     END-IF.
009200     MOVE 'Y' TO OL-COLLECTED-FLAG (OL-IDX).
009210     PERFORM 2470-CREDIT-LINE THRU 2470-EXIT.
009220 2460-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250 2470-CREDIT-LINE.
009260     MOVE OL-SALESPERSON-ID (OL-IDX) TO WS-LOOKUP-ID.
009270     PERFORM 2900-FIND-SALESPERSON THRU 2900-EXIT.
009280     ADD OL-REMAINING-AMOUNT (OL-IDX) TO RT-COLLECTED (RT-IDX).
009290 2470-EXIT.
009300     EXIT.
009310*----------------------------------------------------------------
009320* LEAVES RT-IDX ON WS-LOOKUP-ID'S ENTRY - OR ON THE HOUSE ENTRY,
009330* THE LAST ONE, FOR SPACES OR AN ID NOT ON THE MASTER.
009340*----------------------------------------------------------------
009350 2900-FIND-SALESPERSON.
009360     MOVE WS-RT-COUNT TO WS-RT-FOUND-SUB.
009370     IF WS-LOOKUP-ID NOT = SPACE
009380         SET RT-IDX TO 1
009390         SEARCH SALESPERSON-ENTRY
009400             AT END
009410                 CONTINUE
009420             WHEN RT-IDX NOT < WS-RT-COUNT
009430                 CONTINUE
009440             WHEN RT-SALESPERSON-ID (RT-IDX) = WS-LOOKUP-ID
009450                 SET WS-RT-FOUND-SUB TO RT-IDX
009460         END-SEARCH
009470     END-IF.
009480     SET RT-IDX TO WS-RT-FOUND-SUB.
009490 2900-EXIT.
009500     EXIT.
009510*----------------------------------------------------------------
009520* ONE SECTION PER SALESPERSON IN ID ORDER, THE HOUSE LAST; EACH
009530* TAKES ITS CUSTOMERS OFF THE SORTED LIST, WHICH IS IN THE SAME
009540* ORDER.  A HOUSE SECTION WITH NOTHING TO SHOW IS LEFT OFF.
009550*----------------------------------------------------------------
009560 3000-REPORT-PASS.
009570     OPEN INPUT SORTED-CUSTOMER-FILE.
009580     PERFORM 3400-READ-CUSTOMER-LIST THRU 3400-EXIT.
009590     MOVE ZERO TO WS-RT-SCAN-IDX.
009600     PERFORM 3100-PRINT-ONE-SALESPERSON THRU 3100-EXIT
009610         UNTIL WS-RT-SCAN-IDX NOT < WS-RT-COUNT.
009620     CLOSE SORTED-CUSTOMER-FILE.
009630 3000-EXIT.
009640     EXIT.
009650*----------------------------------------------------------------
009660 3100-PRINT-ONE-SALESPERSON.
009670     ADD 1 TO WS-RT-SCAN-IDX.
009680     SET RT-IDX TO WS-RT-SCAN-IDX.
009690     IF WS-RT-SCAN-IDX = WS-RT-COUNT
009700         AND RT-SALES (RT-IDX) = ZERO
009710         AND RT-RETURNS (RT-IDX) = ZERO
009720         AND RT-COLLECTED (RT-IDX) = ZERO
009730         AND WS-LIST-KEY NOT = RT-SALESPERSON-ID (RT-IDX)
009740         GO TO 3100-EXIT
009750     END-IF.
009760     COMPUTE WS-NET-SALES =
009770         RT-SALES (RT-IDX) - RT-RETURNS (RT-IDX).
009780     COMPUTE WS-COMMISSION ROUNDED =
009790         RT-COLLECTED (RT-IDX) * RT-COMMISSION-RATE (RT-IDX)
009800         / 100.
009810     PERFORM 3300-PRINT-HEADINGS THRU 3300-EXIT.
009820     IF WS-RT-SCAN-IDX = WS-RT-COUNT
009830         MOVE SPACE TO REP-SALESPERSON-ID
009840     ELSE
009850         MOVE RT-SALESPERSON-ID (RT-IDX) TO REP-SALESPERSON-ID
009860     END-IF.
009870     MOVE RT-SALESPERSON-NAME (RT-IDX) TO REP-SALESPERSON-NAME.
009880     MOVE RT-COMMISSION-RATE (RT-IDX) TO REP-COMMISSION-RATE.
009890     MOVE SPACE TO REP-STATUS.
009900     IF RT-SALESPERSON-STATUS (RT-IDX) = 'I'
009910         MOVE '(INACTIVE)' TO REP-STATUS
009920     END-IF.
009930     WRITE REPORT-LINE FROM REP-HDG-LINE.
009940     MOVE SPACE TO REPORT-LINE.
009950     WRITE REPORT-LINE.
009960     WRITE REPORT-LINE FROM SUM-COLUMN-LINE.
009970     MOVE SPACE TO SUM-LINE.
009980     MOVE RT-SALES (RT-IDX) TO SUM-SALES.
009990     MOVE RT-RETURNS (RT-IDX) TO SUM-RETURNS.
010000     MOVE WS-NET-SALES TO SUM-NET-SALES.
010010     MOVE RT-COLLECTED (RT-IDX) TO SUM-COLLECTED.
010020     MOVE WS-COMMISSION TO SUM-COMMISSION.
010030     WRITE REPORT-LINE FROM SUM-LINE.
010040     MOVE SPACE TO REPORT-LINE.
010050     WRITE REPORT-LINE.
010060     WRITE REPORT-LINE FROM CUST-COLUMN-LINE.
010070     ADD 6 TO WS-LINE-COUNT.
010080     ADD RT-SALES (RT-IDX) TO WS-GRD-SALES.
010090     ADD RT-RETURNS (RT-IDX) TO WS-GRD-RETURNS.
010100     ADD WS-NET-SALES TO WS-GRD-NET-SALES.
010110     ADD RT-COLLECTED (RT-IDX) TO WS-GRD-COLLECTED.
010120     ADD WS-COMMISSION TO WS-GRD-COMMISSION.
010130     MOVE ZERO TO WS-SECTION-CUST-COUNT.
010140     PERFORM 3200-PRINT-ONE-CUSTOMER THRU 3200-EXIT
010150         UNTIL LIST-END-OF-FILE
010160         OR WS-LIST-KEY NOT = RT-SALESPERSON-ID (RT-IDX).
010170     IF WS-SECTION-CUST-COUNT = ZERO
010180         WRITE REPORT-LINE FROM NO-CUST-LINE
010190     END-IF.
010200 3100-EXIT.
010210     EXIT.
010220*----------------------------------------------------------------
010230 3200-PRINT-ONE-CUSTOMER.
010240     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
010250         PERFORM 3300-PRINT-HEADINGS THRU 3300-EXIT
010260         WRITE REPORT-LINE FROM REP-HDG-LINE
010270         WRITE REPORT-LINE FROM CUST-COLUMN-LINE
010280         ADD 2 TO WS-LINE-COUNT
010290     END-IF.
010300     MOVE SPACE TO CUST-DTL-LINE.
010310     MOVE SC-CUSTOMER-ID TO CD-CUSTOMER-ID.
010320     MOVE SC-CUSTOMER-NAME TO CD-CUSTOMER-NAME.
010330     IF SC-ACTIVE-CUSTOMER
010340         MOVE 'ACTIVE' TO CD-STATUS
010350     ELSE
010360         MOVE 'INACTIVE' TO CD-STATUS
010370     END-IF.
010380     MOVE SC-OPEN-BALANCE TO CD-OPEN-BALANCE.
010390     MOVE SC-AGING-BUCKET TO CD-AGING-BUCKET.
010400     MOVE SC-ASSIGNED-ID TO CD-ASSIGNED-ID.
010410     WRITE REPORT-LINE FROM CUST-DTL-LINE.
010420     ADD 1 TO WS-LINE-COUNT.
010430     ADD 1 TO WS-SECTION-CUST-COUNT.
010440     PERFORM 3400-READ-CUSTOMER-LIST THRU 3400-EXIT.
010450 3200-EXIT.
010460     EXIT.
010470*----------------------------------------------------------------
010480 3300-PRINT-HEADINGS.
010490     ADD 1 TO WS-PAGE-COUNT.
010500     MOVE ZERO TO WS-LINE-COUNT.
010510     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
010520     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
010530     MOVE SPACE TO REPORT-LINE.
010540     WRITE REPORT-LINE.
010550 3300-EXIT.
010560     EXIT.
010570*----------------------------------------------------------------
010580 3400-READ-CUSTOMER-LIST.
010590     READ SORTED-CUSTOMER-FILE
010600         AT END
010610             SET LIST-END-OF-FILE TO TRUE
010620             MOVE SPACE TO WS-LIST-KEY
010630         NOT AT END
010640             MOVE SC-SALESPERSON-KEY TO WS-LIST-KEY
010650     END-READ.
010660 3400-EXIT.
010670     EXIT.
010680*----------------------------------------------------------------
010690* THE SALESPERSON MASTER WOULD NOT FIT THE TABLE - SAY SO AND
010700* HAND OPERATIONS A NONZERO RETURN CODE.  NOTHING IS REPORTED.
010710*----------------------------------------------------------------
010720 3900-TABLE-FULL-STOP.
010730     WRITE REPORT-LINE FROM FULL-STOP-LINE.
010740     CLOSE REPORT-FILE.
010750     MOVE 16 TO RETURN-CODE.
010760 3900-EXIT.
010770     EXIT.
010780*----------------------------------------------------------------
010790 9000-FINISH-UP.
010800     MOVE SPACE TO REPORT-LINE.
010810     WRITE REPORT-LINE.
010820     WRITE REPORT-LINE FROM GRD-HDG-LINE.
010830     WRITE REPORT-LINE FROM SUM-COLUMN-LINE.
010840     MOVE SPACE TO SUM-LINE.
010850     MOVE WS-GRD-SALES TO SUM-SALES.
010860     MOVE WS-GRD-RETURNS TO SUM-RETURNS.
010870     MOVE WS-GRD-NET-SALES TO SUM-NET-SALES.
010880     MOVE WS-GRD-COLLECTED TO SUM-COLLECTED.
010890     MOVE WS-GRD-COMMISSION TO SUM-COMMISSION.
010900     WRITE REPORT-LINE FROM SUM-LINE.
010910     IF WS-OL-OVERFLOW-COUNT > ZERO
010920         MOVE WS-OL-OVERFLOW-COUNT TO OL-WARN-COUNT
010930         WRITE REPORT-LINE FROM OL-WARN-LINE
010940     END-IF.
010950     CLOSE REPORT-FILE.
010960 9000-EXIT.
010970     EXIT.
