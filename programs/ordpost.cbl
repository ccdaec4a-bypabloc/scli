001280*                 ALREADY-APPLIED LINES ADD BACK INTO ITS ITEM
001290*                 AMOUNT, SO THE REWRITTEN ITEM COVERS THE WHOLE
001300*                 GROUP.  RENUMBERED
001310* 2026-09-02 DW   UNIT-COST ADDED TO THE PRODUCT RECORD AND
001320*                 COST IMAGES TO THE AUDIT RECORD (COSTMNT
001330*                 RUN) - WIDENED OLD-AUDIT-RECORD TO MATCH
001340* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
001350*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
001360*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
001370*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
001380*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
001390* 2026-10-15 DW   STOCK LEDGER - EVERY APPLIED LINE NOW ALSO
001400*                 APPENDS A SALE MOVEMENT (STKMOVE.CPY) CARRYING
001410*                 THE ORDER NUMBER, FOR THE MONTHLY STOCK CARD
001420*                 (STKCARD).  ON A RESTART THE LEDGER IS CARRIED
001430*                 FORWARD IN FULL UNDER THE TAX-HISTORY RULE.
001440*                 RENUMBERED
001450* 2026-10-15 DW   CONTRACT PRICING - A LINE FOR A CUSTOMER WITH A
001460*                 PRICE AGREEMENT (CONTRACT.CPY) IN FORCE ON THE
001470*                 ORDER DATE IS VERIFIED AGAINST THE CONTRACT
001480*                 PRICE FOR ITS QUANTITY INSTEAD OF THE MASTER
001490*                 PRICE, UNDER THE SAME TOLERANCE; A PRODUCT
001500*                 AGREEMENT BEATS ONE FOR THE PRODUCT'S CATEGORY.
001510*                 THE SALES HISTORY RECORD NOW CARRIES THE PRICE
001520*                 SOURCE.  RENUMBERED
001530* 2026-10-15 DW   SALESPERSON - EACH ORDER IS CREDITED TO THE REP
001540*                 ON ITS HEADER (OT-SALESPERSON-ID) OR, WHEN THAT
001550*                 IS SPACES, TO THE CUSTOMER'S ASSIGNED REP, AND
001560*                 THE REP IS CARRIED ONTO EVERY SALES HISTORY AND
001570*                 BACKORDER LINE; A HELD LINE CARRIES ONLY THE
001580*                 HEADER OVERRIDE, SINCE CREDREV RESUBMITS IT
001590*                 THROUGH THIS RUN.  WIDENED THE OLD BACKORDER,
001600*                 HELD AND SALES HISTORY RECORDS TO MATCH.
001610*                 RENUMBERED
001620* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
001630*                 ORDER
001640* 2026-10-15 DW   THE OPEN ITEM NOW CARRIES A PRODUCT, ZERO ON
001650*                 AN ORDER-GROUP ITEM; THE RESTART CARRY-FORWARD
001660*                 RECORD IS WIDENED TO MATCH.  RENUMBERED
001670*----------------------------------------------------------------
001680* THIS PROGRAM APPLIES A DAY'S WORTH OF ORDER TRANSACTIONS
001690* (ORDER.CPY) AGAINST THE PRODUCT AND CUSTOMER MASTERS.  EACH
001700* ORDER LINE DECREMENTS QUANTITY-ON-HAND ON THE MATCHING
001710* PRODUCT AND ADDS THE EXTENDED AMOUNT (QUANTITY * UNIT PRICE)
001720* ONTO ACCOUNT-BALANCE FOR THE CUSTOMER ON THE ORDER HEADER.  A
001730* LINE THAT WOULD DRIVE QUANTITY-ON-HAND NEGATIVE, OR THAT
001740* NAMES A PRODUCT OR CUSTOMER NOT ON THE MASTERS, IS REFUSED
001750* AND WRITTEN TO THE REJECT REPORT INSTEAD OF BEING APPLIED.
001760*
001770* BOTH MASTERS ARE INDEXED BY THEIR KEY, SO EACH ORDER LINE
001780* READS AND REWRITES ITS PRODUCT RECORD DIRECTLY, AND EACH
001790* ORDER HEADER READS ITS CUSTOMER DIRECTLY - ONLY CUSTOMERS
001800* THAT ACTUALLY HAVE ORDERS ARE TOUCHED, AND EACH IS REWRITTEN
001810* IN PLACE AS ITS LINES APPLY.  THERE IS NO CAPACITY CEILING ON
001820* THE CUSTOMER FILE AND AN ABEND MID-RUN LEAVES EVERY CUSTOMER
001830* ALREADY POSTED EXACTLY AS POSTED.
001840*----------------------------------------------------------------
001850 ENVIRONMENT DIVISION.
001860 CONFIGURATION SECTION.
001870 SOURCE-COMPUTER. IBM-370.
001880 OBJECT-COMPUTER. IBM-370.
001890 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
001910     SELECT ORDER-TRANS-FILE ASSIGN TO ORDRIN
001920         ORGANIZATION IS SEQUENTIAL.
001930     SELECT PRODUCT-FILE ASSIGN TO PRODIN
001940         ORGANIZATION IS INDEXED
001950         ACCESS MODE IS RANDOM
001960         RECORD KEY IS PRODUCT-ID.
001970     SELECT PRICE-AGREEMENT-FILE ASSIGN TO PRCAGR
001980         ORGANIZATION IS INDEXED
001990         ACCESS MODE IS RANDOM
002000         RECORD KEY IS PA-AGREEMENT-KEY.
002010     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
002020         ORGANIZATION IS INDEXED
002030         ACCESS MODE IS DYNAMIC
002040         RECORD KEY IS CUSTOMER-ID.
002050     SELECT REJECT-FILE ASSIGN TO ORDREJ
002060         ORGANIZATION IS SEQUENTIAL.
002070     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
002080         ORGANIZATION IS SEQUENTIAL.
002090     SELECT OLD-AUDIT-FILE ASSIGN TO AUDITIN
002100         ORGANIZATION IS SEQUENTIAL.
002110     SELECT BACKORDER-FILE ASSIGN TO BORDOUT
002120         ORGANIZATION IS SEQUENTIAL.
002130     SELECT OLD-BACKORDER-FILE ASSIGN TO BORDIN
002140         ORGANIZATION IS SEQUENTIAL.
002150     SELECT HELD-ORDER-FILE ASSIGN TO HELDOUT
002160         ORGANIZATION IS SEQUENTIAL.
002170     SELECT OLD-HELD-ORDER-FILE ASSIGN TO HELDIN
002180         ORGANIZATION IS SEQUENTIAL.
002190     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHOUT
002200         ORGANIZATION IS SEQUENTIAL.
002210     SELECT OLD-SALES-HISTORY-FILE ASSIGN TO SLSHIN
002220         ORGANIZATION IS SEQUENTIAL.
002230     SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
002240         ORGANIZATION IS SEQUENTIAL.
002250     SELECT TAX-HISTORY-FILE ASSIGN TO TAXHOUT
002260         ORGANIZATION IS SEQUENTIAL.
002270     SELECT OLD-TAX-HISTORY-FILE ASSIGN TO TAXHIN
002280         ORGANIZATION IS SEQUENTIAL.
002290     SELECT OPEN-ITEM-FILE ASSIGN TO OPENOUT
002300         ORGANIZATION IS SEQUENTIAL.
002310     SELECT OLD-OPEN-ITEM-FILE ASSIGN TO OPENIN
002320         ORGANIZATION IS SEQUENTIAL.
002330     SELECT STOCK-MOVEMENT-FILE ASSIGN TO STKMOUT
002340         ORGANIZATION IS SEQUENTIAL.
002350     SELECT OLD-STOCK-MOVEMENT-FILE ASSIGN TO STKMIN
002360         ORGANIZATION IS SEQUENTIAL.
002370     SELECT CUSTOMER-CONTROL-FILE ASSIGN TO CUSTCTL
002380         ORGANIZATION IS SEQUENTIAL
002390         FILE STATUS IS WS-CTL-FILE-STATUS.
002400     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
002410         ORGANIZATION IS SEQUENTIAL.
002420     SELECT CHECKPOINT-FILE ASSIGN TO ORDCKPT
002430         ORGANIZATION IS SEQUENTIAL
002440         FILE STATUS IS WS-CKPT-FILE-STATUS.
002450     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
002460         ORGANIZATION IS SEQUENTIAL
002470         FILE STATUS IS WS-BIZ-FILE-STATUS.
002480     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
002490         ORGANIZATION IS SEQUENTIAL.
002500 DATA DIVISION.
002510 FILE SECTION.
002520 FD  ORDER-TRANS-FILE
002530     RECORDING MODE IS F
002540     LABEL RECORDS ARE STANDARD.
002550 COPY "order.cpy".
002560 FD  PRODUCT-FILE
002570     RECORDING MODE IS F
002580     LABEL RECORDS ARE STANDARD.
002590 COPY "product.cpy".
002600 FD  CUSTOMER-FILE
002610     RECORDING MODE IS F
002620     LABEL RECORDS ARE STANDARD.
002630 COPY "customer.cpy".
002640 FD  PRICE-AGREEMENT-FILE
002650     RECORDING MODE IS F
002660     LABEL RECORDS ARE STANDARD.
002670 COPY "contract.cpy".
002680 FD  REJECT-FILE
002690     RECORDING MODE IS F
002700     LABEL RECORDS ARE OMITTED.
002710 01  REJECT-LINE                 PIC X(132).
002720 FD  AUDIT-FILE
002730     RECORDING MODE IS F
002740     LABEL RECORDS ARE STANDARD.
002750 COPY "audit.cpy".
002760 FD  OLD-AUDIT-FILE
002770     RECORDING MODE IS F
002780     LABEL RECORDS ARE STANDARD.
002790 01  OLD-AUDIT-RECORD            PIC X(95).
002800 FD  BACKORDER-FILE
002810     RECORDING MODE IS F
002820     LABEL RECORDS ARE STANDARD.
002830 COPY "backord.cpy".
002840 FD  OLD-BACKORDER-FILE
002850     RECORDING MODE IS F
002860     LABEL RECORDS ARE STANDARD.
002870 01  OLD-BACKORDER-RECORD        PIC X(50).
002880 FD  HELD-ORDER-FILE
002890     RECORDING MODE IS F
002900     LABEL RECORDS ARE STANDARD.
002910 COPY "heldord.cpy".
002920 FD  OLD-HELD-ORDER-FILE
002930     RECORDING MODE IS F
002940     LABEL RECORDS ARE STANDARD.
002950 01  OLD-HELD-ORDER-RECORD       PIC X(58).
002960 FD  SALES-HISTORY-FILE
002970     RECORDING MODE IS F
002980     LABEL RECORDS ARE STANDARD.
002990 COPY "saleshist.cpy".
003000 FD  OLD-SALES-HISTORY-FILE
003010     RECORDING MODE IS F
003020     LABEL RECORDS ARE STANDARD.
003030 01  OLD-SALES-HISTORY-RECORD    PIC X(63).
003040 FD  TAX-RATE-FILE
003050     RECORDING MODE IS F
003060     LABEL RECORDS ARE STANDARD.
003070 COPY "taxrate.cpy".
003080 FD  TAX-HISTORY-FILE
003090     RECORDING MODE IS F
003100     LABEL RECORDS ARE STANDARD.
003110 COPY "taxhist.cpy".
003120 FD  OLD-TAX-HISTORY-FILE
003130     RECORDING MODE IS F
003140     LABEL RECORDS ARE STANDARD.
003150 01  OLD-TAX-HISTORY-RECORD      PIC X(38).
003160 FD  OPEN-ITEM-FILE
003170     RECORDING MODE IS F
003180     LABEL RECORDS ARE STANDARD.
003190 COPY "openitem.cpy".
003200 FD  OLD-OPEN-ITEM-FILE
003210     RECORDING MODE IS F
003220     LABEL RECORDS ARE STANDARD.
003230 01  OLD-OPEN-ITEM-RECORD        PIC X(56).
003240 FD  STOCK-MOVEMENT-FILE
003250     RECORDING MODE IS F
003260     LABEL RECORDS ARE STANDARD.
003270 COPY "stkmove.cpy".
003280 FD  OLD-STOCK-MOVEMENT-FILE
003290     RECORDING MODE IS F
003300     LABEL RECORDS ARE STANDARD.
003310 01  OLD-STOCK-MOVEMENT-RECORD   PIC X(41).
003320 FD  CUSTOMER-CONTROL-FILE
003330     RECORDING MODE IS F
003340     LABEL RECORDS ARE STANDARD.
003350 01  CUSTOMER-CONTROL-RECORD     PIC X(49).
003360 FD  BALANCE-LOG-FILE
003370     RECORDING MODE IS F
003380     LABEL RECORDS ARE STANDARD.
003390 01  BALANCE-LOG-RECORD          PIC X(49).
003400 FD  CHECKPOINT-FILE
003410     RECORDING MODE IS F
003420     LABEL RECORDS ARE STANDARD.
003430 COPY "ckpt.cpy".
003440 FD  BUSINESS-DATE-FILE
003450     RECORDING MODE IS F
003460     LABEL RECORDS ARE STANDARD.
003470 COPY "bizdate.cpy".
003480 FD  PERIOD-CALENDAR-FILE
003490     RECORDING MODE IS F
003500     LABEL RECORDS ARE STANDARD.
003510 COPY "percal.cpy".
003520 WORKING-STORAGE SECTION.
003530*----------------------------------------------------------------
003540* SWITCHES
003550*----------------------------------------------------------------
003560 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
003570     88  TRANS-END-OF-FILE                 VALUE 'Y'.
003580 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
003590     88  MASTER-END-OF-FILE                VALUE 'Y'.
003600 77  WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
003610     88  CURRENT-CUSTOMER-FOUND            VALUE 'Y'
003620         WHEN SET TO FALSE IS 'N'.
003630 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
003640 77  WS-CKPT-FILE-STATUS         PIC X(02) VALUE SPACE.
003650 77  WS-RESTART-SWITCH           PIC X(01) VALUE 'N'.
003660     88  THIS-IS-A-RESTART                 VALUE 'Y'.
003670 77  WS-SKIP-ORDER-SWITCH        PIC X(01) VALUE 'N'.
003680     88  SKIP-CURRENT-ORDER                VALUE 'Y'.
003690 77  WS-OLD-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
003700     88  OLD-AUDIT-END-OF-FILE              VALUE 'Y'.
003710 77  WS-OLD-BORD-EOF-SWITCH      PIC X(01) VALUE 'N'.
003720     88  OLD-BORD-END-OF-FILE               VALUE 'Y'.
003730 77  WS-OLD-HELD-EOF-SWITCH      PIC X(01) VALUE 'N'.
003740     88  OLD-HELD-END-OF-FILE               VALUE 'Y'.
003750 77  WS-OLD-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
003760     88  OLD-HIST-END-OF-FILE               VALUE 'Y'.
003770 77  WS-OLD-TAXH-EOF-SWITCH      PIC X(01) VALUE 'N'.
003780     88  OLD-TAXH-END-OF-FILE               VALUE 'Y'.
003790 77  WS-OLD-OPEN-EOF-SWITCH      PIC X(01) VALUE 'N'.
003800     88  OLD-OPEN-END-OF-FILE               VALUE 'Y'.
003810 77  WS-OLD-STKM-EOF-SWITCH      PIC X(01) VALUE 'N'.
003820     88  OLD-STKM-END-OF-FILE               VALUE 'Y'.
003830 77  WS-TAX-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
003840     88  TAX-RATE-END-OF-FILE               VALUE 'Y'.
003850 77  WS-HOLD-ORDER-SWITCH        PIC X(01) VALUE 'N'.
003860     88  HOLD-CURRENT-ORDER                 VALUE 'Y'.
003870 77  WS-CREDIT-OVERRIDE-SWITCH   PIC X(01) VALUE 'N'.
003880     88  CREDIT-CHECK-WAIVED                VALUE 'Y'.
003890 77  WS-RESTART-RUN-DATE         PIC 9(08) VALUE ZERO.
003900 77  WS-RESTART-GROUP-COUNT      PIC 9(07) COMP VALUE ZERO.
003910 77  WS-GROUPS-SEEN              PIC 9(07) COMP VALUE ZERO.
003920 77  WS-GROUPS-COMPLETED         PIC 9(07) COMP VALUE ZERO.
003930 77  WS-REPLAY-ORDER-NUMBER      PIC 9(08) VALUE ZERO.
003940 77  WS-SCAN-HEADER-COUNT        PIC 9(07) COMP VALUE ZERO.
003950 77  WS-SCAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
003960     88  SCAN-END-OF-FILE                   VALUE 'Y'.
003970 77  WS-REPLAY-ORDER-SWITCH      PIC X(01) VALUE 'N'.
003980     88  REPLAYING-CURRENT-ORDER            VALUE 'Y'.
003990 77  WS-LINE-APPLIED-SWITCH      PIC X(01) VALUE 'N'.
004000     88  LINE-ALREADY-APPLIED               VALUE 'Y'.
004010 77  WS-REPLAY-OVFL-SWITCH       PIC X(01) VALUE 'N'.
004020     88  REPLAY-TABLE-OVERFLOW              VALUE 'Y'.
004030*----------------------------------------------------------------
004040* LINES OF THE ONE ORDER GROUP IN FLIGHT AT THE ABEND THAT WERE
004050* ALREADY APPLIED, REBUILT FROM ITS CARRIED-FORWARD SALES
004060* HISTORY.  EACH ENTRY IS CONSUMED AS ITS LINE REPLAYS, SO A
004070* PRODUCT APPEARING TWICE IN THE SAME ORDER MATCHES ONCE EACH.
004080*----------------------------------------------------------------
004090 01  REPLAY-LINE-AREA.
004100     05  WS-REPLAY-LINE-COUNT    PIC 9(05) COMP VALUE ZERO.
004110     05  REPLAY-LINE-ENTRY OCCURS 1000 TIMES
004120             INDEXED BY RL-IDX.
004130         10  RL-PRODUCT-ID           PIC 9(08).
004140         10  RL-USED-FLAG            PIC X(01).
004150*----------------------------------------------------------------
004160* CURRENT HEADER AND COUNTERS
004170*----------------------------------------------------------------
004180 77  WS-CURRENT-CUSTOMER-ID      PIC 9(10) VALUE ZERO.
004190 77  WS-CURRENT-ORDER-NUMBER     PIC 9(08) VALUE ZERO.
004200 77  WS-CURRENT-ORDER-DATE       PIC 9(08) VALUE ZERO.
004210 77  WS-ORDER-SALESPERSON-ID     PIC X(04) VALUE SPACE.
004220 77  WS-CURRENT-SALESPERSON-ID   PIC X(04) VALUE SPACE.
004230 77  WS-EXTENDED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
004240 77  WS-TAX-AMOUNT               PIC 9(07)V99 VALUE ZERO.
004250 77  WS-CURRENT-TAX-RATE         PIC V9(04) VALUE ZERO.
004260 77  WS-ORDER-BILLED-AMOUNT      PIC 9(09)V99 VALUE ZERO.
004270 77  WS-NEW-QUANTITY             PIC S9(07) VALUE ZERO.
004280 77  WS-OLD-QUANTITY-ON-HAND     PIC 9(06) VALUE ZERO.
004290 77  WS-OLD-ACCOUNT-BALANCE      PIC 9(07)V99 VALUE ZERO.
004300 01  WS-AUDIT-TIMESTAMP.
004310     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
004320     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
004330 77  WS-LINES-APPLIED            PIC 9(07) COMP VALUE ZERO.
004340 77  WS-LINES-REJECTED           PIC 9(07) COMP VALUE ZERO.
004350 77  WS-LINES-BACKORDERED        PIC 9(07) COMP VALUE ZERO.
004360 77  WS-LINES-HELD               PIC 9(07) COMP VALUE ZERO.
004370*----------------------------------------------------------------
004380* BUSINESS DATE AND POSTING PERIOD
004390*----------------------------------------------------------------
004400 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
004410 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
004420 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
004430     88  PERIOD-END-OF-FILE               VALUE 'Y'.
004440 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
004450     88  POSTING-PERIOD-OPEN              VALUE 'O'.
004460     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
004470 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
004480     88  RUN-DATE-REFUSED                 VALUE 'Y'.
004490*----------------------------------------------------------------
004500* RUN-TO-RUN CONTROL TOTALS FOR THE CUSTOMER MASTER
004510*----------------------------------------------------------------
004520 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACE.
004530 77  WS-CTL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
004540 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
004550     88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.
004560 77  WS-CUST-IN-COUNT            PIC 9(09) VALUE ZERO.
004570 77  WS-CUST-IN-HASH             PIC 9(13)V99 VALUE ZERO.
004580 77  WS-CUST-OUT-HASH            PIC 9(13)V99 VALUE ZERO.
004590 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
004600 77  WS-CTL-EXP-HASH             PIC 9(13)V99 VALUE ZERO.
004610 COPY "ctl.cpy"
004620     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
004630*----------------------------------------------------------------
004640* SALES TAX RATE TABLE - LOADED IN FULL FROM TAX-RATE-FILE AT
004650* START OF RUN.  99 SLOTS COVERS EVERY STATE AND TERRITORY.
004660*----------------------------------------------------------------
004670 01  TAX-RATE-TABLE-AREA.
004680     05  WS-TAX-RATE-COUNT       PIC 9(03) COMP VALUE ZERO.
004690     05  TAX-RATE-ENTRY OCCURS 99 TIMES
004700             INDEXED BY TX-IDX.
004710         10  TX-TBL-STATE            PIC X(02).
004720         10  TX-TBL-RATE             PIC V9(04).
004730*----------------------------------------------------------------
004740* PRICE VERIFICATION - A LINE PRICE MORE THAN THE TOLERANCE RATE
004750* AWAY FROM THE PRICE IT SHOULD BILL AT - THE CUSTOMER'S CONTRACT
004760* PRICE WHEN AN AGREEMENT APPLIES, ELSE THE MASTER PRICE - IS A
004770* KEYING ERROR, NOT A SALE
004780*----------------------------------------------------------------
004790 77  WS-PRICE-REJECT-SWITCH      PIC X(01) VALUE 'N'.
004800 77  WS-PRICE-TOLERANCE-RATE     PIC V99 VALUE .02.
004810 77  WS-PRICE-TOLERANCE          PIC 9(05)V99 VALUE ZERO.
004820 77  WS-EXPECTED-UNIT-PRICE      PIC 9(05)V99 VALUE ZERO.
004830 77  WS-CONTRACT-SWITCH          PIC X(01) VALUE 'N'.
004840     88  CONTRACT-PRICE-APPLIES           VALUE 'Y'.
004850 77  WS-AGR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
004860 77  WS-AGREEMENT-DATE           PIC 9(08) VALUE ZERO.
004870 77  WS-CONTRACT-UNIT-PRICE      PIC 9(05)V99 VALUE ZERO.
004880 77  WS-TIER-SUB                 PIC 9(02) COMP VALUE ZERO.
004890 77  WS-TIER-HIT                 PIC 9(02) COMP VALUE ZERO.
004900 01  WS-PRICE-REASON.
004910     05  FILLER                  PIC X(19) VALUE
004920         'PRICE MISMATCH ORD '.
004930     05  WS-REASON-ORDER-PRICE   PIC ZZZZ9.99.
004940     05  WS-REASON-PRICE-BASIS   PIC X(05) VALUE ' MST '.
004950     05  WS-REASON-MASTER-PRICE  PIC ZZZZ9.99.
004960*----------------------------------------------------------------
004970* REJECT REPORT LINES
004980*----------------------------------------------------------------
004990 01  REJ-TITLE-LINE.
005000     05  FILLER                  PIC X(01) VALUE SPACE.
005010     05  FILLER                  PIC X(40) VALUE
005020         'ORDER POSTING REJECT REPORT'.
005030 01  REJ-DETAIL-LINE.
005040     05  FILLER                  PIC X(01) VALUE SPACE.
005050     05  REJ-ORDER-NUMBER        PIC 9(08).
005060     05  FILLER                  PIC X(02) VALUE SPACE.
005070     05  REJ-CUSTOMER-ID         PIC 9(10).
005080     05  FILLER                  PIC X(02) VALUE SPACE.
005090     05  REJ-PRODUCT-ID          PIC 9(08).
005100     05  FILLER                  PIC X(02) VALUE SPACE.
005110     05  REJ-REASON              PIC X(40).
005120 01  REJ-TOTAL-LINE.
005130     05  FILLER                  PIC X(01) VALUE SPACE.
005140     05  FILLER                  PIC X(20) VALUE
005150         'LINES APPLIED: '.
005160     05  REJ-APPLIED-COUNT       PIC ZZZZZZ9.
005170     05  FILLER                  PIC X(03) VALUE SPACE.
005180     05  FILLER                  PIC X(20) VALUE
005190         'LINES REJECTED: '.
005200     05  REJ-REJECTED-COUNT      PIC ZZZZZZ9.
005210     05  FILLER                  PIC X(03) VALUE SPACE.
005220     05  FILLER                  PIC X(20) VALUE
005230         'LINES BACKORDERED: '.
005240     05  REJ-BACKORD-COUNT       PIC ZZZZZZ9.
005250     05  FILLER                  PIC X(03) VALUE SPACE.
005260     05  FILLER                  PIC X(13) VALUE
005270         'LINES HELD: '.
005280     05  REJ-HELD-COUNT          PIC ZZZZZZ9.
005290*----------------------------------------------------------------
005300* OUT-OF-BALANCE REPORT LINES - PRINTED ON THE REJECT REPORT
005310* WHEN THE INCOMING CUSTOMER MASTER FAILS ITS CONTROL CHECK
005320*----------------------------------------------------------------
005330 01  OOB-TITLE-LINE.
005340     05  FILLER                  PIC X(01) VALUE SPACE.
005350     05  FILLER                  PIC X(50) VALUE
005360         'CUSTOMER MASTER OUT OF BALANCE - RUN STOPPED'.
005370 01  OOB-DETAIL-LINE.
005380     05  FILLER                  PIC X(01) VALUE SPACE.
005390     05  OOB-LABEL               PIC X(22).
005400     05  OOB-COUNT               PIC ZZZZZZZZ9.
005410     05  FILLER                  PIC X(03) VALUE SPACE.
005420     05  OOB-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
005430 01  RPL-OVFL-LINE.
005440     05  FILLER                  PIC X(01) VALUE SPACE.
005450     05  FILLER                  PIC X(52) VALUE
005460         'RESTART REPLAY EXCEEDS LINE TABLE - RUN STOPPED'.
005470 01  CLS-STOP-LINE.
005480     05  FILLER                  PIC X(01) VALUE SPACE.
005490     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
005500     05  CLS-BUSINESS-DATE       PIC 9(08).
005510     05  FILLER                  PIC X(03) VALUE ' - '.
005520     05  CLS-REASON              PIC X(50).
005530 PROCEDURE DIVISION.
005540*----------------------------------------------------------------
005550 0000-MAINLINE.
005560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005570     IF RUN-DATE-REFUSED
005580         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
005590         STOP RUN
005600     END-IF.
005610     IF REPLAY-TABLE-OVERFLOW
005620         PERFORM 3950-REPLAY-OVERFLOW-STOP THRU 3950-EXIT
005630         STOP RUN
005640     END-IF.
005650     IF RUN-OUT-OF-BALANCE
005660         PERFORM 3900-OUT-OF-BALANCE-STOP THRU 3900-EXIT
005670         STOP RUN
005680     END-IF.
005690     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
005700         UNTIL TRANS-END-OF-FILE.
005710     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
005720     STOP RUN.
005730*----------------------------------------------------------------
005740 1000-INITIALIZE.
005750     PERFORM 1950-READ-BUSINESS-DATE THRU 1950-EXIT.
005760     IF RUN-DATE-REFUSED
005770         GO TO 1000-EXIT
005780     END-IF.
005790     PERFORM 1400-CHECK-RESTART THRU 1400-EXIT.
005800     IF THIS-IS-A-RESTART
005810         PERFORM 1450-FIND-REPLAY-ORDER THRU 1450-EXIT
005820     END-IF.
005830     OPEN INPUT ORDER-TRANS-FILE.
005840     OPEN I-O PRODUCT-FILE.
005850     OPEN INPUT PRICE-AGREEMENT-FILE.
005860     OPEN OUTPUT REJECT-FILE.
005870     OPEN EXTEND BALANCE-LOG-FILE.
005880     IF THIS-IS-A-RESTART
005890         PERFORM 1500-CARRY-FORWARD-AUDIT THRU 1500-EXIT
005900         PERFORM 1600-CARRY-FORWARD-BACKORDERS THRU 1600-EXIT
005910         PERFORM 1700-CARRY-FORWARD-HELD THRU 1700-EXIT
005920         PERFORM 1800-CARRY-FORWARD-HISTORY THRU 1800-EXIT
005930         PERFORM 1850-CARRY-FORWARD-TAX-HISTORY THRU 1850-EXIT
005940         PERFORM 1870-CARRY-FORWARD-OPEN-ITEMS THRU 1870-EXIT
005950         PERFORM 1890-CARRY-FORWARD-MOVEMENTS THRU 1890-EXIT
005960     ELSE
005970         OPEN OUTPUT AUDIT-FILE
005980         OPEN EXTEND BACKORDER-FILE
005990         OPEN EXTEND HELD-ORDER-FILE
006000         OPEN EXTEND SALES-HISTORY-FILE
006010         OPEN EXTEND TAX-HISTORY-FILE
006020         OPEN EXTEND OPEN-ITEM-FILE
006030         OPEN EXTEND STOCK-MOVEMENT-FILE
006040     END-IF.
006050     PERFORM 1900-LOAD-TAX-TABLE THRU 1900-EXIT.
006060     WRITE REJECT-LINE FROM REJ-TITLE-LINE.
006070     PERFORM 1200-COUNT-CUSTOMER-MASTER THRU 1200-EXIT.
006080     PERFORM 1300-READ-TRANSACTION THRU 1300-EXIT.
006090 1000-EXIT.
006100     EXIT.
006110*----------------------------------------------------------------
006120 1400-CHECK-RESTART.
006130     OPEN INPUT CHECKPOINT-FILE.
006140     IF WS-CKPT-FILE-STATUS = '00'
006150         READ CHECKPOINT-FILE
006160             AT END
006170                 CONTINUE
006180         END-READ
006190         IF CKPT-RUN-IN-PROGRESS
006200             SET THIS-IS-A-RESTART TO TRUE
006210             MOVE CKPT-GROUPS-COMPLETED
006220                 TO WS-RESTART-GROUP-COUNT
006230             MOVE CKPT-RUN-DATE TO WS-RESTART-RUN-DATE
006240         END-IF
006250         CLOSE CHECKPOINT-FILE
006260     END-IF.
006270 1400-EXIT.
006280     EXIT.
006290*----------------------------------------------------------------
006300* THE GROUP IN FLIGHT AT THE ABEND IS THE ONE AFTER THE LAST
006310* CHECKPOINTED GROUP.  A PRE-SCAN OF THE ORDER FILE FINDS ITS
006320* ORDER NUMBER SO THE CARRY-FORWARDS BELOW CAN TELL ITS
006330* ENTRIES FROM EVERY OTHER GROUP'S.  THE FILE IS CLOSED AND
006340* REOPENED FOR THE POSTING PASS.
006350*----------------------------------------------------------------
006360 1450-FIND-REPLAY-ORDER.
006370     OPEN INPUT ORDER-TRANS-FILE.
006380     READ ORDER-TRANS-FILE
006390         AT END
006400             SET SCAN-END-OF-FILE TO TRUE
006410     END-READ.
006420     PERFORM 1460-SCAN-ONE-TRANSACTION THRU 1460-EXIT
006430         UNTIL SCAN-END-OF-FILE
006440         OR WS-SCAN-HEADER-COUNT > WS-RESTART-GROUP-COUNT.
006450     CLOSE ORDER-TRANS-FILE.
006460 1450-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490 1460-SCAN-ONE-TRANSACTION.
006500     IF OT-HEADER-RECORD
006510         ADD 1 TO WS-SCAN-HEADER-COUNT
006520         IF WS-SCAN-HEADER-COUNT > WS-RESTART-GROUP-COUNT
006530             MOVE OT-ORDER-NUMBER TO WS-REPLAY-ORDER-NUMBER
006540             GO TO 1460-EXIT
006550         END-IF
006560     END-IF.
006570     READ ORDER-TRANS-FILE
006580         AT END
006590             SET SCAN-END-OF-FILE TO TRUE
006600     END-READ.
006610 1460-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------
006640* EVERY ENTRY FROM THE PRIOR (ABORTED) RUN IS CARRIED FORWARD
006650* INTO THE NEW AUDIT FILE.  EVERY ENTRY DESCRIBES AN UPDATE
006660* THAT REALLY IS ON A MASTER, AND THE RESTART NEVER RE-APPLIES
006670* AN ALREADY-APPLIED LINE - CHECKPOINTED GROUPS ARE SKIPPED BY
006680* POSITION AND THE IN-FLIGHT GROUP'S APPLIED LINES ARE SKIPPED
006690* AGAINST ITS SALES HISTORY - SO NO ENTRY IS EVER DUPLICATED.
006700*----------------------------------------------------------------
006710 1500-CARRY-FORWARD-AUDIT.
006720     OPEN INPUT OLD-AUDIT-FILE.
006730     OPEN OUTPUT AUDIT-FILE.
006740     SET WS-OLD-AUDIT-EOF-SWITCH TO 'N'.
006750     READ OLD-AUDIT-FILE
006760         AT END
006770             SET OLD-AUDIT-END-OF-FILE TO TRUE
006780     END-READ.
006790     PERFORM 1510-COPY-OLD-AUDIT-ENTRY THRU 1510-EXIT
006800         UNTIL OLD-AUDIT-END-OF-FILE.
006810     CLOSE OLD-AUDIT-FILE.
006820 1500-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850 1510-COPY-OLD-AUDIT-ENTRY.
006860     MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD.
006870     WRITE AUDIT-RECORD.
006880     READ OLD-AUDIT-FILE
006890         AT END
006900             SET OLD-AUDIT-END-OF-FILE TO TRUE
006910     END-READ.
006920 1510-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------
006950* ON A RESTART THE BACKORDER BACKLOG IS REBUILT THE SAME WAY THE
006960* AUDIT FILE IS.  ONLY AN ENTRY THE ABORTED RUN WROTE FOR THE
006970* ONE GROUP IN FLIGHT AT THE ABEND IS DROPPED - THAT GROUP'S
006980* UNAPPLIED LINES REPLAY AND WOULD BACKORDER THE SAME LINE A
006990* SECOND TIME.  EVERYTHING ELSE, INCLUDING PRIOR DAYS' BACKLOG
007000* AND EVERY CHECKPOINTED GROUP'S ENTRIES, IS KEPT.
007010*----------------------------------------------------------------
007020 1600-CARRY-FORWARD-BACKORDERS.
007030     OPEN INPUT OLD-BACKORDER-FILE.
007040     OPEN OUTPUT BACKORDER-FILE.
007050     READ OLD-BACKORDER-FILE
007060         AT END
007070             SET OLD-BORD-END-OF-FILE TO TRUE
007080     END-READ.
007090     PERFORM 1610-COPY-OLD-BACKORDER THRU 1610-EXIT
007100         UNTIL OLD-BORD-END-OF-FILE.
007110     CLOSE OLD-BACKORDER-FILE.
007120 1600-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150 1610-COPY-OLD-BACKORDER.
007160     MOVE OLD-BACKORDER-RECORD TO BACKORDER-RECORD.
007170     IF BO-DATE-REFUSED NOT = WS-RESTART-RUN-DATE
007180         OR BO-ORDER-NUMBER NOT = WS-REPLAY-ORDER-NUMBER
007190         WRITE BACKORDER-RECORD
007200     END-IF.
007210     READ OLD-BACKORDER-FILE
007220         AT END
007230             SET OLD-BORD-END-OF-FILE TO TRUE
007240     END-READ.
007250 1610-EXIT.
007260     EXIT.
007270*----------------------------------------------------------------
007280* THE HELD-ORDER BACKLOG IS REBUILT ON A RESTART UNDER THE SAME
007290* RULE AS THE BACKORDER BACKLOG ABOVE.
007300*----------------------------------------------------------------
007310 1700-CARRY-FORWARD-HELD.
007320     OPEN INPUT OLD-HELD-ORDER-FILE.
007330     OPEN OUTPUT HELD-ORDER-FILE.
007340     READ OLD-HELD-ORDER-FILE
007350         AT END
007360             SET OLD-HELD-END-OF-FILE TO TRUE
007370     END-READ.
007380     PERFORM 1710-COPY-OLD-HELD THRU 1710-EXIT
007390         UNTIL OLD-HELD-END-OF-FILE.
007400     CLOSE OLD-HELD-ORDER-FILE.
007410 1700-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440 1710-COPY-OLD-HELD.
007450     MOVE OLD-HELD-ORDER-RECORD TO HELD-ORDER-RECORD.
007460     IF HO-HELD-DATE NOT = WS-RESTART-RUN-DATE
007470         OR HO-ORDER-NUMBER NOT = WS-REPLAY-ORDER-NUMBER
007480         WRITE HELD-ORDER-RECORD
007490     END-IF.
007500     READ OLD-HELD-ORDER-FILE
007510         AT END
007520             SET OLD-HELD-END-OF-FILE TO TRUE
007530     END-READ.
007540 1710-EXIT.
007550     EXIT.
007560*----------------------------------------------------------------
007570* THE SALES HISTORY IS CARRIED FORWARD IN FULL - EVERY ENTRY IS
007580* A LINE DURABLY APPLIED TO THE MASTERS.  THE IN-FLIGHT GROUP'S
007590* ENTRIES DOUBLE AS THE RECORD OF WHICH OF ITS LINES ALREADY
007600* APPLIED, LOADED HERE FOR THE PER-LINE REPLAY TEST.
007610*----------------------------------------------------------------
007620 1800-CARRY-FORWARD-HISTORY.
007630     OPEN INPUT OLD-SALES-HISTORY-FILE.
007640     OPEN OUTPUT SALES-HISTORY-FILE.
007650     READ OLD-SALES-HISTORY-FILE
007660         AT END
007670             SET OLD-HIST-END-OF-FILE TO TRUE
007680     END-READ.
007690     PERFORM 1810-COPY-OLD-HISTORY THRU 1810-EXIT
007700         UNTIL OLD-HIST-END-OF-FILE.
007710     CLOSE OLD-SALES-HISTORY-FILE.
007720 1800-EXIT.
007730     EXIT.
007740*----------------------------------------------------------------
007750 1810-COPY-OLD-HISTORY.
007760     MOVE OLD-SALES-HISTORY-RECORD TO SALES-HISTORY-RECORD.
007770     WRITE SALES-HISTORY-RECORD.
007780     IF SH-POSTED-DATE = WS-RESTART-RUN-DATE
007790         AND SH-ORDER-NUMBER = WS-REPLAY-ORDER-NUMBER
007800         PERFORM 1820-LOAD-REPLAY-LINE THRU 1820-EXIT
007810     END-IF.
007820     READ OLD-SALES-HISTORY-FILE
007830         AT END
007840             SET OLD-HIST-END-OF-FILE TO TRUE
007850     END-READ.
007860 1810-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------
007890 1820-LOAD-REPLAY-LINE.
007900     IF WS-REPLAY-LINE-COUNT < 1000
007910         ADD 1 TO WS-REPLAY-LINE-COUNT
007920         SET RL-IDX TO WS-REPLAY-LINE-COUNT
007930         MOVE SH-PRODUCT-ID TO RL-PRODUCT-ID (RL-IDX)
007940         MOVE 'N' TO RL-USED-FLAG (RL-IDX)
007950     ELSE
007960         SET REPLAY-TABLE-OVERFLOW TO TRUE
007970     END-IF.
007980 1820-EXIT.
007990     EXIT.
008000*----------------------------------------------------------------
008010* THE TAX HISTORY IS CARRIED FORWARD IN FULL, THE SAME WAY THE
008020* SALES HISTORY IS - EVERY ENTRY BELONGS TO A DURABLY APPLIED
008030* LINE THAT WILL NOT APPLY AGAIN.
008040*----------------------------------------------------------------
008050 1850-CARRY-FORWARD-TAX-HISTORY.
008060     OPEN INPUT OLD-TAX-HISTORY-FILE.
008070     OPEN OUTPUT TAX-HISTORY-FILE.
008080     READ OLD-TAX-HISTORY-FILE
008090         AT END
008100             SET OLD-TAXH-END-OF-FILE TO TRUE
008110     END-READ.
008120     PERFORM 1860-COPY-OLD-TAX-HISTORY THRU 1860-EXIT
008130         UNTIL OLD-TAXH-END-OF-FILE.
008140     CLOSE OLD-TAX-HISTORY-FILE.
008150 1850-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180 1860-COPY-OLD-TAX-HISTORY.
008190     MOVE OLD-TAX-HISTORY-RECORD TO TAX-HISTORY-RECORD.
008200     WRITE TAX-HISTORY-RECORD.
008210     READ OLD-TAX-HISTORY-FILE
008220         AT END
008230             SET OLD-TAXH-END-OF-FILE TO TRUE
008240     END-READ.
008250 1860-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------
008280* THE OPEN-ITEM SUBLEDGER IS REBUILT ON A RESTART UNDER THE SAME
008290* RULE AS THE BACKORDER BACKLOG - ONLY THE IN-FLIGHT GROUP'S
008300* ITEM IS DROPPED, SINCE ITS REPLAY REBILLS THE WHOLE GROUP
008310* (ALREADY-APPLIED LINES INCLUDED) AND WRITES THE ITEM AFRESH.
008320*----------------------------------------------------------------
008330 1870-CARRY-FORWARD-OPEN-ITEMS.
008340     OPEN INPUT OLD-OPEN-ITEM-FILE.
008350     OPEN OUTPUT OPEN-ITEM-FILE.
008360     READ OLD-OPEN-ITEM-FILE
008370         AT END
008380             SET OLD-OPEN-END-OF-FILE TO TRUE
008390     END-READ.
008400     PERFORM 1880-COPY-OLD-OPEN-ITEM THRU 1880-EXIT
008410         UNTIL OLD-OPEN-END-OF-FILE.
008420     CLOSE OLD-OPEN-ITEM-FILE.
008430 1870-EXIT.
008440     EXIT.
008450*----------------------------------------------------------------
008460 1880-COPY-OLD-OPEN-ITEM.
008470     MOVE OLD-OPEN-ITEM-RECORD TO OPEN-ITEM-RECORD.
008480     IF OI-INVOICE-DATE NOT = WS-RESTART-RUN-DATE
008490         OR OI-ORDER-NUMBER NOT = WS-REPLAY-ORDER-NUMBER
008500         WRITE OPEN-ITEM-RECORD
008510     END-IF.
008520     READ OLD-OPEN-ITEM-FILE
008530         AT END
008540             SET OLD-OPEN-END-OF-FILE TO TRUE
008550     END-READ.
008560 1880-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590* THE STOCK LEDGER IS CARRIED FORWARD IN FULL, THE SAME WAY THE
008600* TAX HISTORY IS - EVERY MOVEMENT BELONGS TO A DURABLY APPLIED
008610* LINE THAT WILL NOT APPLY AGAIN.
008620*----------------------------------------------------------------
008630 1890-CARRY-FORWARD-MOVEMENTS.
008640     OPEN INPUT OLD-STOCK-MOVEMENT-FILE.
008650     OPEN OUTPUT STOCK-MOVEMENT-FILE.
008660     READ OLD-STOCK-MOVEMENT-FILE
008670         AT END
008680             SET OLD-STKM-END-OF-FILE TO TRUE
008690     END-READ.
008700     PERFORM 1895-COPY-OLD-MOVEMENT THRU 1895-EXIT
008710         UNTIL OLD-STKM-END-OF-FILE.
008720     CLOSE OLD-STOCK-MOVEMENT-FILE.
008730 1890-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760 1895-COPY-OLD-MOVEMENT.
008770     MOVE OLD-STOCK-MOVEMENT-RECORD TO STOCK-MOVEMENT-RECORD.
008780     WRITE STOCK-MOVEMENT-RECORD.
008790     READ OLD-STOCK-MOVEMENT-FILE
008800         AT END
008810             SET OLD-STKM-END-OF-FILE TO TRUE
008820     END-READ.
008830 1895-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860* THE TAX RATE TABLE IS SMALL AND FIXED - ONE RECORD PER TAXING
008870* STATE - SO IT LOADS IN FULL AT START OF RUN.
008880*----------------------------------------------------------------
008890 1900-LOAD-TAX-TABLE.
008900     OPEN INPUT TAX-RATE-FILE.
008910     READ TAX-RATE-FILE
008920         AT END
008930             SET TAX-RATE-END-OF-FILE TO TRUE
008940     END-READ.
008950     PERFORM 1910-LOAD-TAX-ENTRY THRU 1910-EXIT
008960         UNTIL TAX-RATE-END-OF-FILE.
008970     CLOSE TAX-RATE-FILE.
008980 1900-EXIT.
008990     EXIT.
009000*----------------------------------------------------------------
009010 1910-LOAD-TAX-ENTRY.
009020     IF WS-TAX-RATE-COUNT < 99
009030         ADD 1 TO WS-TAX-RATE-COUNT
009040         SET TX-IDX TO WS-TAX-RATE-COUNT
009050         MOVE TR-STATE TO TX-TBL-STATE (TX-IDX)
009060         MOVE TR-TAX-RATE TO TX-TBL-RATE (TX-IDX)
009070     END-IF.
009080     READ TAX-RATE-FILE
009090         AT END
009100             SET TAX-RATE-END-OF-FILE TO TRUE
009110     END-READ.
009120 1910-EXIT.
009130     EXIT.
009140*----------------------------------------------------------------
009150 1200-COUNT-CUSTOMER-MASTER.
009160     OPEN I-O CUSTOMER-FILE.
009170     SET WS-MASTER-EOF-SWITCH TO 'N'.
009180     READ CUSTOMER-FILE NEXT
009190         AT END
009200             SET MASTER-END-OF-FILE TO TRUE
009210     END-READ.
009220     PERFORM 1210-COUNT-ONE-CUSTOMER THRU 1210-EXIT
009230         UNTIL MASTER-END-OF-FILE.
009240     PERFORM 1250-VERIFY-CUSTOMER-CONTROL THRU 1250-EXIT.
009250 1200-EXIT.
009260     EXIT.
009270*----------------------------------------------------------------
009280 1210-COUNT-ONE-CUSTOMER.
009290     ADD 1 TO WS-CUST-IN-COUNT.
009300     ADD ACCOUNT-BALANCE TO WS-CUST-IN-HASH.
009310     READ CUSTOMER-FILE NEXT
009320         AT END
009330             SET MASTER-END-OF-FILE TO TRUE
009340     END-READ.
009350 1210-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------
009380* THE COUNT AND BALANCE HASH FROM THE KEY-SEQUENCE PASS ARE
009390* CHECKED AGAINST THE CONTROL RECORD THE MASTER'S WRITER LEFT
009400* BEHIND.  NO CONTROL FILE AT ALL MEANS THE SUBSYSTEM IS BEING
009410* BOOTSTRAPPED, AND ON A RESTART THE COMPARE IS WAIVED - THE
009420* ABORTED RUN POSTED DURABLY BUT NEVER WROTE ITS CONTROL.  A
009430* MISMATCH STOPS THE RUN BEFORE A SINGLE TRANSACTION POSTS.
009440*----------------------------------------------------------------
009450 1250-VERIFY-CUSTOMER-CONTROL.
009460     SET WS-CTL-FOUND-SWITCH TO 'N'.
009470     OPEN INPUT CUSTOMER-CONTROL-FILE.
009480     IF WS-CTL-FILE-STATUS = '00'
009490         READ CUSTOMER-CONTROL-FILE
009500             INTO WS-CONTROL-RECORD
009510             AT END
009520                 CONTINUE
009530             NOT AT END
009540                 SET WS-CTL-FOUND-SWITCH TO 'Y'
009550                 MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT
009560                 MOVE CTL-HASH-TOTAL TO WS-CTL-EXP-HASH
009570         END-READ
009580         CLOSE CUSTOMER-CONTROL-FILE
009590     END-IF.
009600     IF WS-CTL-FOUND-SWITCH = 'Y'
009610         AND NOT THIS-IS-A-RESTART
009620         AND (WS-CTL-EXP-COUNT NOT = WS-CUST-IN-COUNT
009630             OR WS-CTL-EXP-HASH NOT = WS-CUST-IN-HASH)
009640         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
009650         MOVE 'F' TO CTL-ACTION
009660     ELSE
009670         MOVE 'V' TO CTL-ACTION
009680     END-IF.
009690     MOVE 'CUSTOMER' TO CTL-FILE-ID.
009700     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
009710     MOVE WS-CUST-IN-HASH TO CTL-HASH-TOTAL.
009720     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
009730     MOVE 'ORDPOST' TO CTL-SOURCE-PROGRAM.
009740     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
009750     MOVE WS-CUST-IN-HASH TO WS-CUST-OUT-HASH.
009760 1250-EXIT.
009770     EXIT.
009780*----------------------------------------------------------------
009790 1300-READ-TRANSACTION.
009800     READ ORDER-TRANS-FILE
009810         AT END
009820             SET TRANS-END-OF-FILE TO TRUE
009830     END-READ.
009840 1300-EXIT.
009850     EXIT.
009860*----------------------------------------------------------------
009870* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
009880* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
009890* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
009900* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
009910* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
009920* REFUSES THE RUN BEFORE ANYTHING POSTS.
009930*----------------------------------------------------------------
009940 1950-READ-BUSINESS-DATE.
009950     MOVE ZERO TO WS-BUSINESS-DATE.
009960     OPEN INPUT BUSINESS-DATE-FILE.
009970     IF WS-BIZ-FILE-STATUS = '00'
009980         READ BUSINESS-DATE-FILE
009990             AT END
010000                 CONTINUE
010010             NOT AT END
010020                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
010030         END-READ
010040         CLOSE BUSINESS-DATE-FILE
010050     END-IF.
010060     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
010070     IF WS-BUSINESS-DATE = ZERO
010080         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
010090             TO CLS-REASON
010100         SET RUN-DATE-REFUSED TO TRUE
010110         GO TO 1950-EXIT
010120     END-IF.
010130     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
010140     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
010150     OPEN INPUT PERIOD-CALENDAR-FILE.
010160     READ PERIOD-CALENDAR-FILE
010170         AT END
010180             SET PERIOD-END-OF-FILE TO TRUE
010190     END-READ.
010200     PERFORM 1960-CHECK-ONE-PERIOD THRU 1960-EXIT
010210         UNTIL PERIOD-END-OF-FILE.
010220     CLOSE PERIOD-CALENDAR-FILE.
010230     IF POSTING-PERIOD-OPEN
010240         GO TO 1950-EXIT
010250     END-IF.
010260     IF POSTING-PERIOD-CLOSED
010270         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
010280     ELSE
010290         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
010300             TO CLS-REASON
010310     END-IF.
010320     SET RUN-DATE-REFUSED TO TRUE.
010330 1950-EXIT.
010340     EXIT.
010350*----------------------------------------------------------------
010360 1960-CHECK-ONE-PERIOD.
010370     IF WS-BUSINESS-DATE NOT < PC-START-DATE
010380         AND WS-BUSINESS-DATE NOT > PC-END-DATE
010390         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
010400         SET PERIOD-END-OF-FILE TO TRUE
010410         GO TO 1960-EXIT
010420     END-IF.
010430     READ PERIOD-CALENDAR-FILE
010440         AT END
010450             SET PERIOD-END-OF-FILE TO TRUE
010460     END-READ.
010470 1960-EXIT.
010480     EXIT.
010490*----------------------------------------------------------------
010500 2000-PROCESS-TRANSACTION.
010510     IF OT-HEADER-RECORD
010520         PERFORM 2100-PROCESS-HEADER THRU 2100-EXIT
010530     ELSE
010540         PERFORM 2200-PROCESS-LINE THRU 2200-EXIT
010550     END-IF.
010560     PERFORM 1300-READ-TRANSACTION THRU 1300-EXIT.
010570 2000-EXIT.
010580     EXIT.
010590*----------------------------------------------------------------
010600*----------------------------------------------------------------
010610* ON A RESTART NO CHECKPOINT IS WRITTEN WHILE THE RUN IS STILL
010620* INSIDE ITS POSITIONAL SKIP PHASE - THE ABORTED RUN'S RECORD
010630* ALREADY SAYS N GROUPS ARE DURABLE, AND OVERWRITING IT WITH A
010640* SMALLER COUNT WOULD RE-OPEN THE DOUBLE-POSTING WINDOW IF THE
010650* MACHINE WENT DOWN MID-SKIP.  THE FIRST LIVE WRITE LANDS AFTER
010660* THE REPLAY GROUP COMPLETES, WITH A COUNT STRICTLY ABOVE N.
010670*----------------------------------------------------------------
010680 2100-PROCESS-HEADER.
010690     IF WS-CURRENT-ORDER-NUMBER NOT = ZERO
010700         PERFORM 2140-WRITE-OPEN-ITEM THRU 2140-EXIT
010710         ADD 1 TO WS-GROUPS-COMPLETED
010720         IF NOT THIS-IS-A-RESTART
010730             OR WS-GROUPS-COMPLETED > WS-RESTART-GROUP-COUNT
010740             PERFORM 2150-WRITE-CHECKPOINT THRU 2150-EXIT
010750         END-IF
010760     END-IF.
010770     MOVE OT-ORDER-NUMBER TO WS-CURRENT-ORDER-NUMBER.
010780     MOVE OT-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID.
010790     MOVE OT-ORDER-DATE TO WS-CURRENT-ORDER-DATE.
010800     SET WS-SKIP-ORDER-SWITCH TO 'N'.
010810     SET WS-HOLD-ORDER-SWITCH TO 'N'.
010820     MOVE 'N' TO WS-REPLAY-ORDER-SWITCH.
010830     MOVE OT-CREDIT-OVERRIDE TO WS-CREDIT-OVERRIDE-SWITCH.
010840     MOVE OT-SALESPERSON-ID TO WS-ORDER-SALESPERSON-ID.
010850     ADD 1 TO WS-GROUPS-SEEN.
010860     IF THIS-IS-A-RESTART
010870         IF WS-GROUPS-SEEN <= WS-RESTART-GROUP-COUNT
010880             SET SKIP-CURRENT-ORDER TO TRUE
010890         ELSE
010900             IF WS-GROUPS-SEEN = WS-RESTART-GROUP-COUNT + 1
010910                 SET REPLAYING-CURRENT-ORDER TO TRUE
010920             END-IF
010930         END-IF
010940     END-IF.
010950     SET CURRENT-CUSTOMER-FOUND TO FALSE.
010960     IF NOT SKIP-CURRENT-ORDER
010970         MOVE WS-CURRENT-CUSTOMER-ID TO CUSTOMER-ID
010980         READ CUSTOMER-FILE
010990             INVALID KEY
011000                 CONTINUE
011010             NOT INVALID KEY
011020                 SET CURRENT-CUSTOMER-FOUND TO TRUE
011030         END-READ
011040     END-IF.
011050     MOVE WS-ORDER-SALESPERSON-ID TO WS-CURRENT-SALESPERSON-ID.
011060     IF WS-CURRENT-SALESPERSON-ID = SPACE
011070         AND CURRENT-CUSTOMER-FOUND
011080         MOVE CUSTOMER-SALESPERSON-ID
011090             TO WS-CURRENT-SALESPERSON-ID
011100     END-IF.
011110     MOVE ZERO TO WS-CURRENT-TAX-RATE.
011120     IF CURRENT-CUSTOMER-FOUND
011130         PERFORM 2160-FIND-TAX-RATE THRU 2160-EXIT
011140     END-IF.
011150     IF NOT CURRENT-CUSTOMER-FOUND AND NOT SKIP-CURRENT-ORDER
011160         MOVE SPACE TO REJ-DETAIL-LINE
011170         MOVE WS-CURRENT-ORDER-NUMBER TO REJ-ORDER-NUMBER
011180         MOVE WS-CURRENT-CUSTOMER-ID TO REJ-CUSTOMER-ID
011190         MOVE ZERO TO REJ-PRODUCT-ID
011200         MOVE 'CUSTOMER NOT ON MASTER' TO REJ-REASON
011210         WRITE REJECT-LINE FROM REJ-DETAIL-LINE
011220     END-IF.
011230 2100-EXIT.
011240     EXIT.
011250*----------------------------------------------------------------
011260* ONE OPEN ITEM PER BILLED ORDER GROUP, WRITTEN AS THE GROUP
011270* COMPLETES - THE AMOUNT IS EVERYTHING THE GROUP'S APPLIED LINES
011280* ADDED ONTO THE CUSTOMER'S BALANCE, MERCHANDISE PLUS TAX, SO
011290* THE SUBLEDGER TIES TO THE MASTER.  A GROUP THAT BILLED
011300* NOTHING (EVERY LINE REJECTED, HELD, OR BACKORDERED) LEAVES
011310* NO ITEM.
011320*----------------------------------------------------------------
011330 2140-WRITE-OPEN-ITEM.
011340     IF WS-ORDER-BILLED-AMOUNT > ZERO
011350         MOVE WS-CURRENT-CUSTOMER-ID TO OI-CUSTOMER-ID
011360         MOVE WS-CURRENT-ORDER-NUMBER TO OI-ORDER-NUMBER
011370         MOVE WS-BUSINESS-DATE TO OI-INVOICE-DATE
011380         MOVE WS-ORDER-BILLED-AMOUNT TO OI-INVOICE-AMOUNT
011390         MOVE WS-ORDER-BILLED-AMOUNT TO OI-OPEN-AMOUNT
011400         MOVE ZERO TO OI-PRODUCT-ID
011410         WRITE OPEN-ITEM-RECORD
011420     END-IF.
011430     MOVE ZERO TO WS-ORDER-BILLED-AMOUNT.
011440 2140-EXIT.
011450     EXIT.
011460*----------------------------------------------------------------
011470* WRITTEN AFTER EVERY COMPLETED GROUP - EACH ONE SAYS EXACTLY
011480* HOW MANY GROUPS OF THE FILE ARE DURABLY POSTED, SO A RESTART
011490* NEVER RE-APPLIES A COMPLETED GROUP.
011500*----------------------------------------------------------------
011510 2150-WRITE-CHECKPOINT.
011520     OPEN OUTPUT CHECKPOINT-FILE.
011530     SET CKPT-RUN-IN-PROGRESS TO TRUE.
011540     MOVE WS-GROUPS-COMPLETED TO CKPT-GROUPS-COMPLETED.
011550     MOVE WS-CURRENT-ORDER-NUMBER TO CKPT-LAST-ORDER-NUMBER.
011560     MOVE WS-LINES-APPLIED TO CKPT-LINES-APPLIED.
011570     MOVE WS-LINES-REJECTED TO CKPT-LINES-REJECTED.
011580     MOVE WS-BUSINESS-DATE TO CKPT-RUN-DATE.
011590     WRITE CHECKPOINT-RECORD.
011600     CLOSE CHECKPOINT-FILE.
011610 2150-EXIT.
011620     EXIT.
011630*----------------------------------------------------------------
011640* A STATE WITH NO ENTRY ON THE TAX RATE TABLE CHARGES NO TAX -
011650* THE RATE STAYS ZERO AND THE ORDER BILLS MERCHANDISE ONLY.
011660*----------------------------------------------------------------
011670 2160-FIND-TAX-RATE.
011680     SET TX-IDX TO 1.
011690     IF WS-TAX-RATE-COUNT > ZERO
011700         SEARCH TAX-RATE-ENTRY
011710             AT END
011720                 CONTINUE
011730             WHEN TX-IDX > WS-TAX-RATE-COUNT
011740                 CONTINUE
011750             WHEN TX-TBL-STATE (TX-IDX) = STATE
011760                 MOVE TX-TBL-RATE (TX-IDX) TO WS-CURRENT-TAX-RATE
011770         END-SEARCH
011780     END-IF.
011790 2160-EXIT.
011800     EXIT.
011810*----------------------------------------------------------------
011820 2200-PROCESS-LINE.
011830     IF SKIP-CURRENT-ORDER
011840         GO TO 2200-EXIT
011850     END-IF.
011860     IF NOT CURRENT-CUSTOMER-FOUND
011870         MOVE SPACE TO REJ-DETAIL-LINE
011880         MOVE WS-CURRENT-ORDER-NUMBER TO REJ-ORDER-NUMBER
011890         MOVE WS-CURRENT-CUSTOMER-ID TO REJ-CUSTOMER-ID
011900         MOVE OT-PRODUCT-ID TO REJ-PRODUCT-ID
011910         MOVE 'SKIPPED - CUSTOMER NOT ON MASTER' TO REJ-REASON
011920         WRITE REJECT-LINE FROM REJ-DETAIL-LINE
011930         ADD 1 TO WS-LINES-REJECTED
011940         GO TO 2200-EXIT
011950     END-IF.
011960     IF REPLAYING-CURRENT-ORDER
011970         PERFORM 2205-CHECK-ALREADY-APPLIED THRU 2205-EXIT
011980         IF LINE-ALREADY-APPLIED
011990             PERFORM 2207-ADD-REPLAYED-BILLING THRU 2207-EXIT
012000             GO TO 2200-EXIT
012010         END-IF
012020     END-IF.
012030     PERFORM 2210-FIND-PRODUCT THRU 2210-EXIT.
012040 2200-EXIT.
012050     EXIT.
012060*----------------------------------------------------------------
012070* A LINE OF THE IN-FLIGHT GROUP THAT ALREADY HAS A SALES
012080* HISTORY ENTRY WAS DURABLY APPLIED BY THE ABORTED RUN - IT IS
012090* SKIPPED, AND ITS ENTRY CONSUMED SO A PRODUCT ORDERED TWICE
012100* ON THE SAME ORDER REPLAYS ITS SECOND LINE CORRECTLY.
012110*----------------------------------------------------------------
012120 2205-CHECK-ALREADY-APPLIED.
012130     MOVE 'N' TO WS-LINE-APPLIED-SWITCH.
012140     IF WS-REPLAY-LINE-COUNT = ZERO
012150         GO TO 2205-EXIT
012160     END-IF.
012170     SET RL-IDX TO 1.
012180     SEARCH REPLAY-LINE-ENTRY
012190         AT END
012200             CONTINUE
012210         WHEN RL-IDX > WS-REPLAY-LINE-COUNT
012220             CONTINUE
012230         WHEN RL-PRODUCT-ID (RL-IDX) = OT-PRODUCT-ID
012240             AND RL-USED-FLAG (RL-IDX) = 'N'
012250             MOVE 'Y' TO RL-USED-FLAG (RL-IDX)
012260             SET LINE-ALREADY-APPLIED TO TRUE
012270     END-SEARCH.
012280 2205-EXIT.
012290     EXIT.
012300*----------------------------------------------------------------
012310* AN ALREADY-APPLIED LINE OF THE IN-FLIGHT GROUP IS NOT
012320* REPOSTED, BUT WHAT IT BILLED IS STILL PART OF THE GROUP'S
012330* OPEN ITEM - THE CARRY-FORWARD DROPPED THE ABORTED RUN'S ITEM
012340* AND THIS REPLAY WRITES THE GROUP'S ITEM AFRESH.  THE AMOUNT
012350* IS RECOMPUTED FROM THE LINE EXACTLY AS IT WAS BILLED.
012360*----------------------------------------------------------------
012370 2207-ADD-REPLAYED-BILLING.
012380     COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
012390         OT-QUANTITY-ORDERED * OT-LINE-UNIT-PRICE.
012400     COMPUTE WS-TAX-AMOUNT ROUNDED =
012410         WS-EXTENDED-AMOUNT * WS-CURRENT-TAX-RATE.
012420     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT
012430         TO WS-ORDER-BILLED-AMOUNT.
012440 2207-EXIT.
012450     EXIT.
012460*----------------------------------------------------------------
012470 2210-FIND-PRODUCT.
012480     SET WS-PROD-FOUND-SWITCH TO 'N'.
012490     MOVE OT-PRODUCT-ID TO PRODUCT-ID.
012500     READ PRODUCT-FILE
012510         INVALID KEY
012520             CONTINUE
012530         NOT INVALID KEY
012540             SET WS-PROD-FOUND-SWITCH TO 'Y'
012550     END-READ.
012560     IF WS-PROD-FOUND-SWITCH NOT = 'Y'
012570         MOVE SPACE TO REJ-DETAIL-LINE
012580         MOVE WS-CURRENT-ORDER-NUMBER TO REJ-ORDER-NUMBER
012590         MOVE WS-CURRENT-CUSTOMER-ID TO REJ-CUSTOMER-ID
012600         MOVE OT-PRODUCT-ID TO REJ-PRODUCT-ID
012610         MOVE 'PRODUCT NOT ON MASTER' TO REJ-REASON
012620         WRITE REJECT-LINE FROM REJ-DETAIL-LINE
012630         ADD 1 TO WS-LINES-REJECTED
012640         GO TO 2210-EXIT
012650     END-IF.
012660     PERFORM 2220-APPLY-LINE THRU 2220-EXIT.
012670 2210-EXIT.
012680     EXIT.
012690*----------------------------------------------------------------
012700* A ZERO CREDIT-LIMIT MEANS NO LIMIT HAS BEEN ASSIGNED AND THE
012710* ACCOUNT IS NOT CHECKED.  ONCE ONE LINE TRIPS THE LIMIT THE
012720* WHOLE REMAINDER OF THE ORDER IS HELD WITH IT - LINES ALREADY
012730* POSTED BEFORE THE TRIP STAND, THE SAME WAY A BACKORDERED LINE
012740* LEAVES THE REST OF ITS ORDER POSTED.
012750*----------------------------------------------------------------
012760 2215-CHECK-CREDIT.
012770     IF CREDIT-LIMIT = ZERO
012780         GO TO 2215-EXIT
012790     END-IF.
012800     COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
012810         OT-QUANTITY-ORDERED * OT-LINE-UNIT-PRICE.
012820     COMPUTE WS-TAX-AMOUNT ROUNDED =
012830         WS-EXTENDED-AMOUNT * WS-CURRENT-TAX-RATE.
012840     IF ACCOUNT-BALANCE + WS-EXTENDED-AMOUNT + WS-TAX-AMOUNT
012850             > CREDIT-LIMIT
012860         SET HOLD-CURRENT-ORDER TO TRUE
012870         PERFORM 2245-WRITE-HELD-LINE THRU 2245-EXIT
012880     END-IF.
012890 2215-EXIT.
012900     EXIT.
012910*----------------------------------------------------------------
012920* THE CUSTOMER'S PRICE AGREEMENT (CONTRACT.CPY) FOR THE PRODUCT
012930* ITSELF IS TRIED FIRST, THEN THE ONE FOR THE PRODUCT'S CATEGORY.
012940* AN AGREEMENT APPLIES WHEN THE ORDER DATE FALLS INSIDE ITS START
012950* AND END DATES AND THE LINE REACHES ITS TIER 1 QUANTITY; THE
012960* CONTRACT PRICE IS THAT OF THE HIGHEST TIER THE LINE REACHES.
012970* AN ORDER WITH NO DATE IS PRICED AS OF THE BUSINESS DATE.
012980*----------------------------------------------------------------
012990 2216-FIND-CONTRACT-PRICE.
013000     SET WS-CONTRACT-SWITCH TO 'N'.
013010     MOVE WS-CURRENT-ORDER-DATE TO WS-AGREEMENT-DATE.
013020     IF WS-AGREEMENT-DATE = ZERO
013030         MOVE WS-BUSINESS-DATE TO WS-AGREEMENT-DATE
013040     END-IF.
013050     MOVE WS-CURRENT-CUSTOMER-ID TO PA-CUSTOMER-ID.
013060     SET PA-PRODUCT-AGREEMENT TO TRUE.
013070     MOVE SPACE TO PA-ITEM-KEY.
013080     MOVE OT-PRODUCT-ID TO PA-PRODUCT-ID.
013090     PERFORM 2217-TRY-AGREEMENT THRU 2217-EXIT.
013100     IF CONTRACT-PRICE-APPLIES
013110         GO TO 2216-EXIT
013120     END-IF.
013130     MOVE WS-CURRENT-CUSTOMER-ID TO PA-CUSTOMER-ID.
013140     SET PA-CATEGORY-AGREEMENT TO TRUE.
013150     MOVE PRODUCT-CATEGORY TO PA-ITEM-KEY.
013160     PERFORM 2217-TRY-AGREEMENT THRU 2217-EXIT.
013170 2216-EXIT.
013180     EXIT.
013190*----------------------------------------------------------------
013200 2217-TRY-AGREEMENT.
013210     SET WS-AGR-FOUND-SWITCH TO 'N'.
013220     READ PRICE-AGREEMENT-FILE
013230         INVALID KEY
013240             CONTINUE
013250         NOT INVALID KEY
013260             SET WS-AGR-FOUND-SWITCH TO 'Y'
013270     END-READ.
013280     IF WS-AGR-FOUND-SWITCH NOT = 'Y'
013290         GO TO 2217-EXIT
013300     END-IF.
013310     IF WS-AGREEMENT-DATE < PA-START-DATE
013320         OR WS-AGREEMENT-DATE > PA-END-DATE
013330         GO TO 2217-EXIT
013340     END-IF.
013350     MOVE ZERO TO WS-TIER-HIT.
013360     MOVE 1 TO WS-TIER-SUB.
013370     PERFORM 2219-CHECK-ONE-TIER THRU 2219-EXIT
013380         UNTIL WS-TIER-SUB > 5.
013390     IF WS-TIER-HIT = ZERO
013400         GO TO 2217-EXIT
013410     END-IF.
013420     IF PA-PERCENT-OFF
013430         COMPUTE WS-CONTRACT-UNIT-PRICE ROUNDED =
013440             UNIT-PRICE *
013450             (100 - PA-TIER-PERCENT-OFF (WS-TIER-HIT)) / 100
013460     ELSE
013470         MOVE PA-TIER-UNIT-PRICE (WS-TIER-HIT)
013480             TO WS-CONTRACT-UNIT-PRICE
013490     END-IF.
013500     SET CONTRACT-PRICE-APPLIES TO TRUE.
013510 2217-EXIT.
013520     EXIT.
013530*----------------------------------------------------------------
013540* A LINE PRICE OUTSIDE THE TOLERANCE BAND AROUND THE PRICE IT
013550* SHOULD BILL AT - THE CONTRACT PRICE WHEN AN AGREEMENT APPLIES,
013560* ELSE THE MASTER PRICE - IS A KEYING ERROR.  THE LINE IS REFUSED
013570* WITH BOTH PRICES SHOWN RATHER THAN BILLED AS KEYED; THE REASON
013580* SAYS CTR WHEN THE PRICE IT MISSED WAS A CONTRACT PRICE.
013590*----------------------------------------------------------------
013600 2218-VERIFY-PRICE.
013610     SET WS-PRICE-REJECT-SWITCH TO 'N'.
013620     PERFORM 2216-FIND-CONTRACT-PRICE THRU 2216-EXIT.
013630     IF CONTRACT-PRICE-APPLIES
013640         MOVE WS-CONTRACT-UNIT-PRICE TO WS-EXPECTED-UNIT-PRICE
013650         MOVE ' CTR ' TO WS-REASON-PRICE-BASIS
013660     ELSE
013670         MOVE UNIT-PRICE TO WS-EXPECTED-UNIT-PRICE
013680         MOVE ' MST ' TO WS-REASON-PRICE-BASIS
013690     END-IF.
013700     COMPUTE WS-PRICE-TOLERANCE ROUNDED =
013710         WS-EXPECTED-UNIT-PRICE * WS-PRICE-TOLERANCE-RATE.
013720     IF OT-LINE-UNIT-PRICE >
013730             WS-EXPECTED-UNIT-PRICE + WS-PRICE-TOLERANCE
013740         OR OT-LINE-UNIT-PRICE <
013750             WS-EXPECTED-UNIT-PRICE - WS-PRICE-TOLERANCE
013760         SET WS-PRICE-REJECT-SWITCH TO 'Y'
013770         MOVE OT-LINE-UNIT-PRICE TO WS-REASON-ORDER-PRICE
013780         MOVE WS-EXPECTED-UNIT-PRICE TO WS-REASON-MASTER-PRICE
013790         MOVE SPACE TO REJ-DETAIL-LINE
013800         MOVE WS-CURRENT-ORDER-NUMBER TO REJ-ORDER-NUMBER
013810         MOVE WS-CURRENT-CUSTOMER-ID TO REJ-CUSTOMER-ID
013820         MOVE OT-PRODUCT-ID TO REJ-PRODUCT-ID
013830         MOVE WS-PRICE-REASON TO REJ-REASON
013840         WRITE REJECT-LINE FROM REJ-DETAIL-LINE
013850         ADD 1 TO WS-LINES-REJECTED
013860     END-IF.
013870 2218-EXIT.
013880     EXIT.
013890*----------------------------------------------------------------
013900* A TIER APPLIES WHEN THE LINE REACHES ITS MINIMUM QUANTITY.
013910* TIER 1 IS THE BASE PRICE; A LATER TIER WITH NO MINIMUM IS
013920* UNUSED.  THE LAST TIER REACHED IS THE ONE THAT PRICES THE LINE.
013930*----------------------------------------------------------------
013940 2219-CHECK-ONE-TIER.
013950     IF WS-TIER-SUB > 1
013960         AND PA-TIER-MIN-QUANTITY (WS-TIER-SUB) = ZERO
013970         ADD 1 TO WS-TIER-SUB
013980         GO TO 2219-EXIT
013990     END-IF.
014000     IF OT-QUANTITY-ORDERED NOT <
014010             PA-TIER-MIN-QUANTITY (WS-TIER-SUB)
014020         MOVE WS-TIER-SUB TO WS-TIER-HIT
014030     END-IF.
014040     ADD 1 TO WS-TIER-SUB.
014050 2219-EXIT.
014060     EXIT.
014070*----------------------------------------------------------------
014080 2220-APPLY-LINE.
014090     PERFORM 2218-VERIFY-PRICE THRU 2218-EXIT.
014100     IF WS-PRICE-REJECT-SWITCH = 'Y'
014110         GO TO 2220-EXIT
014120     END-IF.
014130     IF HOLD-CURRENT-ORDER
014140         PERFORM 2245-WRITE-HELD-LINE THRU 2245-EXIT
014150         GO TO 2220-EXIT
014160     END-IF.
014170     COMPUTE WS-NEW-QUANTITY =
014180         QUANTITY-ON-HAND - OT-QUANTITY-ORDERED.
014190     IF WS-NEW-QUANTITY < 0
014200         MOVE SPACE TO REJ-DETAIL-LINE
014210         MOVE WS-CURRENT-ORDER-NUMBER TO REJ-ORDER-NUMBER
014220         MOVE WS-CURRENT-CUSTOMER-ID TO REJ-CUSTOMER-ID
014230         MOVE OT-PRODUCT-ID TO REJ-PRODUCT-ID
014240         MOVE 'STOCK SHORT - LINE BACKORDERED' TO REJ-REASON
014250         WRITE REJECT-LINE FROM REJ-DETAIL-LINE
014260         PERFORM 2240-WRITE-BACKORDER THRU 2240-EXIT
014270         GO TO 2220-EXIT
014280     END-IF.
014290     MOVE QUANTITY-ON-HAND TO WS-OLD-QUANTITY-ON-HAND.
014300     IF NOT CREDIT-CHECK-WAIVED
014310         PERFORM 2215-CHECK-CREDIT THRU 2215-EXIT
014320         IF HOLD-CURRENT-ORDER
014330             GO TO 2220-EXIT
014340         END-IF
014350     END-IF.
014360     MOVE ACCOUNT-BALANCE TO WS-OLD-ACCOUNT-BALANCE.
014370     COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
014380         OT-QUANTITY-ORDERED * OT-LINE-UNIT-PRICE.
014390     COMPUTE WS-TAX-AMOUNT ROUNDED =
014400         WS-EXTENDED-AMOUNT * WS-CURRENT-TAX-RATE.
014410     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT TO ACCOUNT-BALANCE.
014420     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT
014430         TO WS-ORDER-BILLED-AMOUNT.
014440     MOVE WS-NEW-QUANTITY TO QUANTITY-ON-HAND.
014450     REWRITE PRODUCT-RECORD.
014460     PERFORM 2260-REWRITE-CUSTOMER THRU 2260-EXIT.
014470     ADD 1 TO WS-LINES-APPLIED.
014480     PERFORM 2250-WRITE-SALES-HISTORY THRU 2250-EXIT.
014490     PERFORM 2270-WRITE-TAX-HISTORY THRU 2270-EXIT.
014500     PERFORM 2280-WRITE-STOCK-MOVEMENT THRU 2280-EXIT.
014510     PERFORM 2230-WRITE-AUDIT THRU 2230-EXIT.
014520 2220-EXIT.
014530     EXIT.
014540*----------------------------------------------------------------
014550 2230-WRITE-AUDIT.
014560     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
014570     ACCEPT WS-AUDIT-TIME FROM TIME.
014580     MOVE SPACE TO AUDIT-RECORD.
014590     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
014600     MOVE 'ORDPOST' TO AUD-SOURCE-PROGRAM.
014610     SET AUD-PRODUCT-MASTER TO TRUE.
014620     MOVE OT-PRODUCT-ID TO AUD-KEY.
014630     MOVE PRODUCT-STATUS TO AUD-OLD-PRODUCT-STATUS.
014640     MOVE PRODUCT-STATUS TO AUD-NEW-PRODUCT-STATUS.
014650     MOVE UNIT-PRICE TO AUD-OLD-UNIT-PRICE.
014660     MOVE UNIT-PRICE TO AUD-NEW-UNIT-PRICE.
014670     MOVE UNIT-COST TO AUD-OLD-UNIT-COST.
014680     MOVE UNIT-COST TO AUD-NEW-UNIT-COST.
014690     MOVE WS-OLD-QUANTITY-ON-HAND TO AUD-OLD-QUANTITY-ON-HAND.
014700     MOVE WS-NEW-QUANTITY TO AUD-NEW-QUANTITY-ON-HAND.
014710     WRITE AUDIT-RECORD.
014720     MOVE SPACE TO AUDIT-RECORD.
014730     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
014740     MOVE 'ORDPOST' TO AUD-SOURCE-PROGRAM.
014750     SET AUD-CUSTOMER-MASTER TO TRUE.
014760     MOVE WS-CURRENT-CUSTOMER-ID TO AUD-KEY.
014770     MOVE CUSTOMER-STATUS TO AUD-OLD-CUSTOMER-STATUS.
014780     MOVE CUSTOMER-STATUS TO AUD-NEW-CUSTOMER-STATUS.
014790     MOVE WS-OLD-ACCOUNT-BALANCE TO AUD-OLD-ACCOUNT-BALANCE.
014800     MOVE ACCOUNT-BALANCE TO AUD-NEW-ACCOUNT-BALANCE.
014810     WRITE AUDIT-RECORD.
014820 2230-EXIT.
014830     EXIT.
014840*----------------------------------------------------------------
014850* THE BACKORDER CARRIES THE PRICE THE CUSTOMER ORDERED AT, SO
014860* THE RELEASE RUN BILLS THE LINE AS IT WOULD HAVE BILLED TODAY.
014870*----------------------------------------------------------------
014880 2240-WRITE-BACKORDER.
014890     MOVE WS-CURRENT-ORDER-NUMBER TO BO-ORDER-NUMBER.
014900     MOVE WS-CURRENT-CUSTOMER-ID TO BO-CUSTOMER-ID.
014910     MOVE OT-PRODUCT-ID TO BO-PRODUCT-ID.
014920     MOVE OT-QUANTITY-ORDERED TO BO-QUANTITY.
014930     MOVE OT-LINE-UNIT-PRICE TO BO-UNIT-PRICE.
014940     MOVE WS-BUSINESS-DATE TO BO-DATE-REFUSED.
014950     MOVE WS-CURRENT-SALESPERSON-ID TO BO-SALESPERSON-ID.
014960     WRITE BACKORDER-RECORD.
014970     ADD 1 TO WS-LINES-BACKORDERED.
014980 2240-EXIT.
014990     EXIT.
015000*----------------------------------------------------------------
015010* THE HELD LINE CARRIES EVERYTHING CREDREV NEEDS TO RELEASE OR
015020* CANCEL THE ORDER AS SUBMITTED.
015030*----------------------------------------------------------------
015040 2245-WRITE-HELD-LINE.
015050     MOVE WS-CURRENT-ORDER-NUMBER TO HO-ORDER-NUMBER.
015060     MOVE WS-CURRENT-CUSTOMER-ID TO HO-CUSTOMER-ID.
015070     MOVE WS-CURRENT-ORDER-DATE TO HO-ORDER-DATE.
015080     MOVE OT-PRODUCT-ID TO HO-PRODUCT-ID.
015090     MOVE OT-QUANTITY-ORDERED TO HO-QUANTITY.
015100     MOVE OT-LINE-UNIT-PRICE TO HO-UNIT-PRICE.
015110     MOVE WS-BUSINESS-DATE TO HO-HELD-DATE.
015120     MOVE WS-ORDER-SALESPERSON-ID TO HO-SALESPERSON-ID.
015130     WRITE HELD-ORDER-RECORD.
015140     ADD 1 TO WS-LINES-HELD.
015150     MOVE SPACE TO REJ-DETAIL-LINE.
015160     MOVE WS-CURRENT-ORDER-NUMBER TO REJ-ORDER-NUMBER.
015170     MOVE WS-CURRENT-CUSTOMER-ID TO REJ-CUSTOMER-ID.
015180     MOVE OT-PRODUCT-ID TO REJ-PRODUCT-ID.
015190     MOVE 'OVER CREDIT LIMIT - ORDER HELD' TO REJ-REASON.
015200     WRITE REJECT-LINE FROM REJ-DETAIL-LINE.
015210 2245-EXIT.
015220     EXIT.
015230*----------------------------------------------------------------
015240* ONLY A LINE ACTUALLY APPLIED REACHES HERE, SO THE HISTORY
015250* MATCHES THE BILLED DETAIL RECORD FOR RECORD.
015260*----------------------------------------------------------------
015270 2250-WRITE-SALES-HISTORY.
015280     MOVE WS-CURRENT-ORDER-NUMBER TO SH-ORDER-NUMBER.
015290     MOVE WS-CURRENT-ORDER-DATE TO SH-ORDER-DATE.
015300     MOVE WS-BUSINESS-DATE TO SH-POSTED-DATE.
015310     MOVE WS-CURRENT-CUSTOMER-ID TO SH-CUSTOMER-ID.
015320     MOVE OT-PRODUCT-ID TO SH-PRODUCT-ID.
015330     MOVE OT-QUANTITY-ORDERED TO SH-QUANTITY.
015340     MOVE WS-EXTENDED-AMOUNT TO SH-EXTENDED-AMOUNT.
015350     IF CONTRACT-PRICE-APPLIES
015360         SET SH-CONTRACT-PRICE TO TRUE
015370     ELSE
015380         SET SH-LIST-PRICE TO TRUE
015390     END-IF.
015400     MOVE WS-CURRENT-SALESPERSON-ID TO SH-SALESPERSON-ID.
015410     WRITE SALES-HISTORY-RECORD.
015420 2250-EXIT.
015430     EXIT.
015440*----------------------------------------------------------------
015450* ONLY A LINE CHARGED TAX IS WORTH A HISTORY RECORD - A STATE
015460* WITH NO TABLE ENTRY HAS NOTHING TO FILE.
015470*----------------------------------------------------------------
015480 2270-WRITE-TAX-HISTORY.
015490     IF WS-CURRENT-TAX-RATE = ZERO
015500         GO TO 2270-EXIT
015510     END-IF.
015520     MOVE WS-BUSINESS-DATE TO TH-POSTED-DATE.
015530     MOVE WS-CURRENT-ORDER-NUMBER TO TH-ORDER-NUMBER.
015540     MOVE STATE TO TH-STATE.
015550     MOVE WS-EXTENDED-AMOUNT TO TH-TAXABLE-AMOUNT.
015560     MOVE WS-TAX-AMOUNT TO TH-TAX-AMOUNT.
015570     WRITE TAX-HISTORY-RECORD.
015580 2270-EXIT.
015590     EXIT.
015600*----------------------------------------------------------------
015610* THE OUTGOING BALANCE HASH IS MAINTAINED AS EACH CUSTOMER IS
015620* REWRITTEN - THE RECORD COUNT NEVER CHANGES HERE, SO A FULL
015630* CLOSING PASS OVER THE MASTER IS NOT NEEDED.
015640*----------------------------------------------------------------
015650 2260-REWRITE-CUSTOMER.
015660     REWRITE CUSTOMER-RECORD.
015670     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT TO WS-CUST-OUT-HASH.
015680 2260-EXIT.
015690     EXIT.
015700*----------------------------------------------------------------
015710* THE SALE COMES OUT OF STOCK - A NEGATIVE MOVEMENT UNDER THE
015720* ORDER NUMBER.
015730*----------------------------------------------------------------
015740 2280-WRITE-STOCK-MOVEMENT.
015750     MOVE OT-PRODUCT-ID TO SM-PRODUCT-ID.
015760     SET SM-SALE TO TRUE.
015770     COMPUTE SM-QUANTITY = ZERO - OT-QUANTITY-ORDERED.
015780     MOVE WS-CURRENT-ORDER-NUMBER TO SM-DOCUMENT-NUMBER.
015790     MOVE WS-BUSINESS-DATE TO SM-BUSINESS-DATE.
015800     MOVE 'ORDPOST' TO SM-SOURCE-PROGRAM.
015810     WRITE STOCK-MOVEMENT-RECORD.
015820 2280-EXIT.
015830     EXIT.
015840*----------------------------------------------------------------
015850 3000-FINISH-UP.
015860     IF WS-CURRENT-ORDER-NUMBER NOT = ZERO
015870         PERFORM 2140-WRITE-OPEN-ITEM THRU 2140-EXIT
015880     END-IF.
015890     PERFORM 3300-WRITE-CUSTOMER-CONTROL THRU 3300-EXIT.
015900     CLOSE BALANCE-LOG-FILE.
015910     MOVE WS-LINES-APPLIED TO REJ-APPLIED-COUNT.
015920     MOVE WS-LINES-REJECTED TO REJ-REJECTED-COUNT.
015930     MOVE WS-LINES-BACKORDERED TO REJ-BACKORD-COUNT.
015940     MOVE WS-LINES-HELD TO REJ-HELD-COUNT.
015950     WRITE REJECT-LINE FROM REJ-TOTAL-LINE.
015960     CLOSE ORDER-TRANS-FILE.
015970     CLOSE BACKORDER-FILE.
015980     CLOSE HELD-ORDER-FILE.
015990     CLOSE SALES-HISTORY-FILE.
016000     CLOSE TAX-HISTORY-FILE.
016010     CLOSE OPEN-ITEM-FILE.
016020     CLOSE STOCK-MOVEMENT-FILE.
016030     CLOSE AUDIT-FILE.
016040     CLOSE REJECT-FILE.
016050     CLOSE PRODUCT-FILE.
016060     CLOSE PRICE-AGREEMENT-FILE.
016070     CLOSE CUSTOMER-FILE.
016080     PERFORM 3050-WRITE-FINAL-CHECKPOINT THRU 3050-EXIT.
016090 3000-EXIT.
016100     EXIT.
016110*----------------------------------------------------------------
016120 3050-WRITE-FINAL-CHECKPOINT.
016130     IF WS-CURRENT-ORDER-NUMBER NOT = ZERO
016140         ADD 1 TO WS-GROUPS-COMPLETED
016150     END-IF.
016160     OPEN OUTPUT CHECKPOINT-FILE.
016170     SET CKPT-RUN-COMPLETE TO TRUE.
016180     MOVE WS-GROUPS-COMPLETED TO CKPT-GROUPS-COMPLETED.
016190     MOVE WS-CURRENT-ORDER-NUMBER TO CKPT-LAST-ORDER-NUMBER.
016200     MOVE WS-LINES-APPLIED TO CKPT-LINES-APPLIED.
016210     MOVE WS-LINES-REJECTED TO CKPT-LINES-REJECTED.
016220     MOVE WS-BUSINESS-DATE TO CKPT-RUN-DATE.
016230     WRITE CHECKPOINT-RECORD.
016240     CLOSE CHECKPOINT-FILE.
016250 3050-EXIT.
016260     EXIT.
016270*----------------------------------------------------------------
016280* THE NEW MASTER'S CONTROL RECORD - WHAT TOMORROW'S READERS
016290* MUST COUNT AND HASH TO BE ALLOWED TO RUN.
016300*----------------------------------------------------------------
016310 3300-WRITE-CUSTOMER-CONTROL.
016320     MOVE 'CUSTOMER' TO CTL-FILE-ID.
016330     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
016340     MOVE WS-CUST-OUT-HASH TO CTL-HASH-TOTAL.
016350     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
016360     MOVE 'ORDPOST' TO CTL-SOURCE-PROGRAM.
016370     MOVE 'W' TO CTL-ACTION.
016380     OPEN OUTPUT CUSTOMER-CONTROL-FILE.
016390     WRITE CUSTOMER-CONTROL-RECORD FROM WS-CONTROL-RECORD.
016400     CLOSE CUSTOMER-CONTROL-FILE.
016410     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
016420 3300-EXIT.
016430     EXIT.
016440*----------------------------------------------------------------
016450* THE BUSINESS DATE WAS REFUSED - SAY WHY ON THE REJECT REPORT
016460* AND HAND OPERATIONS A NONZERO RETURN CODE.  THE DATE IS
016470* CHECKED BEFORE ANY FILE OPENS, SO NOTHING HAS POSTED AND THE
016480* CHECKPOINT IS LEFT EXACTLY AS IT WAS FOUND.
016490*----------------------------------------------------------------
016500 3850-DATE-REFUSED-STOP.
016510     OPEN OUTPUT REJECT-FILE.
016520     WRITE REJECT-LINE FROM REJ-TITLE-LINE.
016530     WRITE REJECT-LINE FROM CLS-STOP-LINE.
016540     CLOSE REJECT-FILE.
016550     MOVE 16 TO RETURN-CODE.
016560 3850-EXIT.
016570     EXIT.
016580*----------------------------------------------------------------
016590* THE MASTER FAILED ITS CONTROL CHECK - REPORT WHAT WAS
016600* EXPECTED AGAINST WHAT WAS COUNTED, SHUT EVERYTHING, AND HAND
016610* OPERATIONS A NONZERO RETURN CODE.  NOTHING HAS POSTED AND THE
016620* CHECKPOINT IS LEFT EXACTLY AS IT WAS FOUND.
016630*----------------------------------------------------------------
016640 3900-OUT-OF-BALANCE-STOP.
016650     WRITE REJECT-LINE FROM OOB-TITLE-LINE.
016660     MOVE SPACE TO OOB-DETAIL-LINE.
016670     MOVE 'CONTROL EXPECTED: ' TO OOB-LABEL.
016680     MOVE WS-CTL-EXP-COUNT TO OOB-COUNT.
016690     MOVE WS-CTL-EXP-HASH TO OOB-HASH.
016700     WRITE REJECT-LINE FROM OOB-DETAIL-LINE.
016710     MOVE SPACE TO OOB-DETAIL-LINE.
016720     MOVE 'MASTER COUNTED:   ' TO OOB-LABEL.
016730     MOVE WS-CUST-IN-COUNT TO OOB-COUNT.
016740     MOVE WS-CUST-IN-HASH TO OOB-HASH.
016750     WRITE REJECT-LINE FROM OOB-DETAIL-LINE.
016760     CLOSE ORDER-TRANS-FILE.
016770     CLOSE PRODUCT-FILE.
016780     CLOSE PRICE-AGREEMENT-FILE.
016790     CLOSE CUSTOMER-FILE.
016800     CLOSE REJECT-FILE.
016810     CLOSE AUDIT-FILE.
016820     CLOSE BACKORDER-FILE.
016830     CLOSE HELD-ORDER-FILE.
016840     CLOSE SALES-HISTORY-FILE.
016850     CLOSE TAX-HISTORY-FILE.
016860     CLOSE OPEN-ITEM-FILE.
016870     CLOSE STOCK-MOVEMENT-FILE.
016880     CLOSE BALANCE-LOG-FILE.
016890     MOVE 16 TO RETURN-CODE.
016900 3900-EXIT.
016910     EXIT.
016920*----------------------------------------------------------------
016930* THE IN-FLIGHT GROUP'S APPLIED LINES OVERRAN THE REPLAY TABLE
016940* AND THE RESTART CANNOT PROVE WHICH LINES ALREADY POSTED -
016950* STOP BEFORE ANYTHING APPLIES TWICE.  THE CHECKPOINT IS LEFT
016960* EXACTLY AS IT WAS FOUND, SO THE RUN CAN BE RESTARTED ONCE
016970* THE TABLE IS SIZED UP.
016980*----------------------------------------------------------------
016990 3950-REPLAY-OVERFLOW-STOP.
017000     WRITE REJECT-LINE FROM RPL-OVFL-LINE.
017010     CLOSE ORDER-TRANS-FILE.
017020     CLOSE PRODUCT-FILE.
017030     CLOSE PRICE-AGREEMENT-FILE.
017040     CLOSE CUSTOMER-FILE.
017050     CLOSE REJECT-FILE.
017060     CLOSE AUDIT-FILE.
017070     CLOSE BACKORDER-FILE.
017080     CLOSE HELD-ORDER-FILE.
017090     CLOSE SALES-HISTORY-FILE.
017100     CLOSE TAX-HISTORY-FILE.
017110     CLOSE OPEN-ITEM-FILE.
017120     CLOSE STOCK-MOVEMENT-FILE.
017130     CLOSE BALANCE-LOG-FILE.
017140     MOVE 16 TO RETURN-CODE.
017150 3950-EXIT.
017160     EXIT.
