000280*                 RECEIPT HISTORY RECORD (RCPTHIST.CPY) WITH
000290*                 THE COST VALUE IT PUT INTO STOCK, FOR THE
000300*                 NIGHTLY GL EXTRACT (GLEXTR)
000310* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000320*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000330*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000340*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000350*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000360* 2026-10-15 DW   STOCK LEDGER - EVERY POSTED RECEIPT NOW ALSO
000370*                 APPENDS A RECEIPT MOVEMENT (STKMOVE.CPY) UNDER
000380*                 ITS PO NUMBER, FOR THE MONTHLY STOCK CARD
000390*                 (STKCARD).  RENUMBERED
000400* 2026-10-15 DW   SUPPLIER SCORECARD - EVERY POSTED RECEIPT NOW
000410*                 ALSO APPENDS A RECEIPT EVENT (SUPEVENT.CPY) WITH
000420*                 THE PO'S ORDER DATE AND QUANTITY, WHAT HAD
000430*                 ARRIVED BEFORE IT, AND ITS COST AGAINST THE
000440*                 MASTER'S, FOR THE MONTHLY SUPPLIER SCORECARD
000450*                 (SUPSCORE).  RENUMBERED
000460* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000470*                 ORDER
000480*----------------------------------------------------------------
000490* THIS PROGRAM POSTS THE DAY'S RECEIVING TRANSACTIONS (RCPT.CPY)
000500* AGAINST THE OPEN PURCHASE ORDER FILE WRITTEN BY REORDER AND
000510* AGAINST THE PRODUCT MASTER.  EACH RECEIPT ADDS ITS QUANTITY
000520* ONTO QUANTITY-ON-HAND THROUGH THE INDEXED PRODUCT FILE, THE
000530* SAME DIRECT-BY-KEY WAY ORDPOST DECREMENTS IT, AND STAMPS
000540* LAST-ORDERED-DATE WITH THE RECEIPT DATE SO THE REORDER
000550* REPORT'S LAST ORDER COLUMN FINALLY MOVES.
000560*
000570* RECEIPTS ARE SORTED INTO PO-NUMBER SEQUENCE AND MATCHED
000580* KEY-FOR-KEY AGAINST THE PO FILE IN THE CLASSIC SEQUENTIAL
000590* UPDATE STYLE.  A PO MAY BE FILLED ACROSS SEVERAL RECEIPTS; IT
000600* IS RETIRED (REPORTED FILLED AND LEFT OFF THE NEW PO FILE)
000610* ONCE THE RECEIVED QUANTITY COVERS THE ORDERED QUANTITY.  A
000620* RECEIPT FOR A PO NOT ON FILE, FOR THE WRONG PRODUCT ON A PO,
000630* OR FOR A PRODUCT NOT ON THE MASTER IS REFUSED AND REPORTED.
000640*
000650* EVERY PO STILL OPEN AFTER POSTING IS CARRIED TO THE NEW PO
000660* FILE; ONE ORDERED MORE THAN WS-PAST-DUE-DAYS AGO IS FLAGGED
000670* PAST DUE ON THE REPORT SO THE BUYER CHASES THE SUPPLIER
000680* BEFORE ORDPOST STARTS REJECTING LINES FOR STOCK.
000690*----------------------------------------------------------------
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. IBM-370.
000730 OBJECT-COMPUTER. IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT RECEIPT-TRANS-FILE ASSIGN TO RCPTIN
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT SORT-WORK ASSIGN TO SRTWK01.
000790     SELECT SORTED-RECEIPT-FILE ASSIGN TO RCPTSRT
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT PURCHASE-ORDER-FILE ASSIGN TO POIN
000820         ORGANIZATION IS SEQUENTIAL.
000830     SELECT NEW-PO-FILE ASSIGN TO POOUT
000840         ORGANIZATION IS SEQUENTIAL.
000850     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS PRODUCT-ID.
000890     SELECT RECEIPT-HISTORY-FILE ASSIGN TO RCPHOUT
000900         ORGANIZATION IS SEQUENTIAL.
000910     SELECT REPORT-FILE ASSIGN TO PORCRPT
000920         ORGANIZATION IS SEQUENTIAL.
000930     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-BIZ-FILE-STATUS.
000960     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
000970         ORGANIZATION IS SEQUENTIAL.
000980     SELECT STOCK-MOVEMENT-FILE ASSIGN TO STKMOUT
000990         ORGANIZATION IS SEQUENTIAL.
001000     SELECT SUPPLIER-EVENT-FILE ASSIGN TO SUPEOUT
001010         ORGANIZATION IS SEQUENTIAL.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  RECEIPT-TRANS-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "rcpt.cpy".
001080 SD  SORT-WORK.
001090 01  SORT-WORK-RECORD.
001100     05  SW-PO-NUMBER            PIC 9(08).
001110     05  SW-PRODUCT-ID           PIC 9(08).
001120     05  SW-QUANTITY-RECEIVED    PIC 9(06).
001130     05  SW-UNIT-COST            PIC 9(05)V99.
001140     05  SW-RECEIPT-DATE         PIC 9(08).
001150 FD  SORTED-RECEIPT-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  SORTED-RECEIPT-RECORD.
001190     05  SR-PO-NUMBER            PIC 9(08).
001200     05  SR-PRODUCT-ID           PIC 9(08).
001210     05  SR-QUANTITY-RECEIVED    PIC 9(06).
001220     05  SR-UNIT-COST            PIC 9(05)V99.
001230     05  SR-RECEIPT-DATE         PIC 9(08).
001240 FD  PURCHASE-ORDER-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 COPY "po.cpy".
001280 FD  NEW-PO-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  NEW-PO-RECORD               PIC X(43).
001320 FD  PRODUCT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 COPY "product.cpy".
001360 FD  RECEIPT-HISTORY-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 COPY "rcpthist.cpy".
001400 FD  REPORT-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE OMITTED.
001430 01  REPORT-LINE                 PIC X(132).
001440 FD  BUSINESS-DATE-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470 COPY "bizdate.cpy".
001480 FD  PERIOD-CALENDAR-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 COPY "percal.cpy".
001520 FD  STOCK-MOVEMENT-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 COPY "stkmove.cpy".
001560 FD  SUPPLIER-EVENT-FILE
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590 COPY "supevent.cpy".
001600 WORKING-STORAGE SECTION.
001610*----------------------------------------------------------------
001620* SWITCHES AND MATCH KEYS
001630*----------------------------------------------------------------
001640 77  WS-PO-EOF-SWITCH            PIC X(01) VALUE 'N'.
001650     88  PO-END-OF-FILE                   VALUE 'Y'.
001660 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001670     88  TRANS-END-OF-FILE                VALUE 'Y'.
001680 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001690 77  WS-PO-KEY                   PIC 9(08) VALUE ZERO.
001700 77  WS-TRANS-KEY                PIC 9(08) VALUE ZERO.
001710 77  HIGH-KEY-VALUE              PIC 9(08) VALUE 99999999.
001720*----------------------------------------------------------------
001730* COUNTERS, DATES, AND PAST-DUE WORK AREAS
001740*----------------------------------------------------------------
001750 77  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
001760 77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001770 77  WS-FILLED-COUNT             PIC 9(05) COMP VALUE ZERO.
001780 77  WS-OPEN-COUNT               PIC 9(05) COMP VALUE ZERO.
001790 77  WS-PAST-DUE-COUNT           PIC 9(05) COMP VALUE ZERO.
001800 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001810 77  WS-PAST-DUE-DAYS            PIC 9(03) VALUE 030.
001820 77  WS-DAYS-SINCE-ORDER         PIC S9(07) VALUE ZERO.
001830 77  WS-TODAY-ORDINAL            PIC 9(07) VALUE ZERO.
001840 77  WS-ORDER-ORDINAL            PIC 9(07) VALUE ZERO.
001850 77  WS-NEW-UNIT-COST            PIC 9(05)V99 VALUE ZERO.
001860 77  WS-RECEIPT-COST             PIC 9(05)V99 VALUE ZERO.
001870 01  WS-DATE-WORK.
001880     05  WS-WORK-YEAR            PIC 9(04).
001890     05  WS-WORK-MONTH           PIC 9(02).
001900     05  WS-WORK-DAY             PIC 9(02).
001910*----------------------------------------------------------------
001920* BUSINESS DATE AND POSTING PERIOD
001930*----------------------------------------------------------------
001940 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001950 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001960 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
001970     88  PERIOD-END-OF-FILE               VALUE 'Y'.
001980 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
001990     88  POSTING-PERIOD-OPEN              VALUE 'O'.
002000     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
002010 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
002020     88  RUN-DATE-REFUSED                 VALUE 'Y'.
002030*----------------------------------------------------------------
002040* REPORT HEADINGS AND DETAIL LINES
002050*----------------------------------------------------------------
002060 01  HDG-TITLE-LINE.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  FILLER                  PIC X(40) VALUE
002090         'PURCHASE ORDER RECEIPTS POSTING REPORT'.
002100     05  FILLER                  PIC X(06) VALUE 'DATE'.
002110     05  HDG-RUN-DATE            PIC 9(08).
002120 01  HDG-COLUMN-LINE.
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  FILLER                  PIC X(09) VALUE 'PO NUMBER'.
002150     05  FILLER                  PIC X(02) VALUE SPACE.
002160     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
002170     05  FILLER                  PIC X(03) VALUE SPACE.
002180     05  FILLER                  PIC X(08) VALUE 'QUANTITY'.
002190     05  FILLER                  PIC X(02) VALUE SPACE.
002200     05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
002210 01  DTL-LINE.
002220     05  FILLER                  PIC X(01) VALUE SPACE.
002230     05  DTL-PO-NUMBER           PIC 9(08).
002240     05  FILLER                  PIC X(03) VALUE SPACE.
002250     05  DTL-PRODUCT-ID          PIC 9(08).
002260     05  FILLER                  PIC X(03) VALUE SPACE.
002270     05  DTL-QUANTITY            PIC ZZZ,ZZ9.
002280     05  FILLER                  PIC X(03) VALUE SPACE.
002290     05  DTL-DISPOSITION         PIC X(40).
002300 01  TOTAL-LINE.
002310     05  FILLER                  PIC X(01) VALUE SPACE.
002320     05  TOT-TEXT                PIC X(38).
002330     05  TOT-COUNT               PIC ZZZZZZ9.
002340 01  CLS-STOP-LINE.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
002370     05  CLS-BUSINESS-DATE       PIC 9(08).
002380     05  FILLER                  PIC X(03) VALUE ' - '.
002390     05  CLS-REASON              PIC X(50).
002400 PROCEDURE DIVISION.
002410*----------------------------------------------------------------
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     IF RUN-DATE-REFUSED
002450         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
002460         STOP RUN
002470     END-IF.
002480     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
002490         UNTIL PO-END-OF-FILE AND TRANS-END-OF-FILE.
002500     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002510     STOP RUN.
002520*----------------------------------------------------------------
002530 1000-INITIALIZE.
002540     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
002550     IF RUN-DATE-REFUSED
002560         GO TO 1000-EXIT
002570     END-IF.
002580     SORT SORT-WORK
002590         ON ASCENDING KEY SW-PO-NUMBER
002600         WITH DUPLICATES IN ORDER
002610         USING RECEIPT-TRANS-FILE
002620         GIVING SORTED-RECEIPT-FILE.
002630     OPEN INPUT SORTED-RECEIPT-FILE.
002640     OPEN INPUT PURCHASE-ORDER-FILE.
002650     OPEN OUTPUT NEW-PO-FILE.
002660     OPEN I-O PRODUCT-FILE.
002670     OPEN EXTEND RECEIPT-HISTORY-FILE.
002680     OPEN EXTEND STOCK-MOVEMENT-FILE.
002690     OPEN EXTEND SUPPLIER-EVENT-FILE.
002700     OPEN OUTPUT REPORT-FILE.
002710     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
002720     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
002730     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
002740     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
002750     MOVE WS-TODAY-DATE TO WS-DATE-WORK.
002760     COMPUTE WS-TODAY-ORDINAL =
002770         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
002780         + WS-WORK-DAY.
002790     PERFORM 1100-READ-PO THRU 1100-EXIT.
002800     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
002810 1000-EXIT.
002820     EXIT.
002830*----------------------------------------------------------------
002840 1100-READ-PO.
002850     READ PURCHASE-ORDER-FILE
002860         AT END
002870             SET PO-END-OF-FILE TO TRUE
002880             MOVE HIGH-KEY-VALUE TO WS-PO-KEY
002890         NOT AT END
002900             MOVE PO-NUMBER TO WS-PO-KEY
002910     END-READ.
002920 1100-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950 1200-READ-TRANS.
002960     READ SORTED-RECEIPT-FILE
002970         AT END
002980             SET TRANS-END-OF-FILE TO TRUE
002990             MOVE HIGH-KEY-VALUE TO WS-TRANS-KEY
003000         NOT AT END
003010             MOVE SR-PO-NUMBER TO WS-TRANS-KEY
003020     END-READ.
003030 1200-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003060* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
003070* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
003080* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
003090* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
003100* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
003110* REFUSES THE RUN BEFORE ANYTHING POSTS.
003120*----------------------------------------------------------------
003130 1900-READ-BUSINESS-DATE.
003140     MOVE ZERO TO WS-BUSINESS-DATE.
003150     OPEN INPUT BUSINESS-DATE-FILE.
003160     IF WS-BIZ-FILE-STATUS = '00'
003170         READ BUSINESS-DATE-FILE
003180             AT END
003190                 CONTINUE
003200             NOT AT END
003210                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
003220         END-READ
003230         CLOSE BUSINESS-DATE-FILE
003240     END-IF.
003250     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
003260     IF WS-BUSINESS-DATE = ZERO
003270         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
003280             TO CLS-REASON
003290         SET RUN-DATE-REFUSED TO TRUE
003300         GO TO 1900-EXIT
003310     END-IF.
003320     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
003330     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
003340     OPEN INPUT PERIOD-CALENDAR-FILE.
003350     READ PERIOD-CALENDAR-FILE
003360         AT END
003370             SET PERIOD-END-OF-FILE TO TRUE
003380     END-READ.
003390     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
003400         UNTIL PERIOD-END-OF-FILE.
003410     CLOSE PERIOD-CALENDAR-FILE.
003420     IF POSTING-PERIOD-OPEN
003430         GO TO 1900-EXIT
003440     END-IF.
003450     IF POSTING-PERIOD-CLOSED
003460         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
003470     ELSE
003480         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
003490             TO CLS-REASON
003500     END-IF.
003510     SET RUN-DATE-REFUSED TO TRUE.
003520 1900-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550 1910-CHECK-ONE-PERIOD.
003560     IF WS-BUSINESS-DATE NOT < PC-START-DATE
003570         AND WS-BUSINESS-DATE NOT > PC-END-DATE
003580         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
003590         SET PERIOD-END-OF-FILE TO TRUE
003600         GO TO 1910-EXIT
003610     END-IF.
003620     READ PERIOD-CALENDAR-FILE
003630         AT END
003640             SET PERIOD-END-OF-FILE TO TRUE
003650     END-READ.
003660 1910-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------
003690* A PO IS ONLY DISPOSED OF ONCE ITS KEY FALLS BELOW THE NEXT
003700* RECEIPT'S - EVERY RECEIPT AGAINST IT HAS BEEN APPLIED BY THEN,
003710* SO IT IS EITHER RETIRED AS FILLED OR CARRIED FORWARD OPEN.
003720*----------------------------------------------------------------
003730 2000-PROCESS-RECORDS.
003740     EVALUATE TRUE
003750         WHEN WS-PO-KEY < WS-TRANS-KEY
003760             PERFORM 2100-DISPOSE-PO THRU 2100-EXIT
003770         WHEN WS-TRANS-KEY < WS-PO-KEY
003780             PERFORM 2200-REJECT-UNKNOWN THRU 2200-EXIT
003790         WHEN OTHER
003800             PERFORM 2300-APPLY-RECEIPT THRU 2300-EXIT
003810     END-EVALUATE.
003820 2000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850 2100-DISPOSE-PO.
003860     IF PO-FILLED
003870         MOVE SPACE TO DTL-LINE
003880         MOVE PO-NUMBER TO DTL-PO-NUMBER
003890         MOVE PO-PRODUCT-ID TO DTL-PRODUCT-ID
003900         MOVE PO-QUANTITY-RECEIVED TO DTL-QUANTITY
003910         MOVE 'FILLED - RETIRED' TO DTL-DISPOSITION
003920         WRITE REPORT-LINE FROM DTL-LINE
003930         ADD 1 TO WS-FILLED-COUNT
003940     ELSE
003950         PERFORM 2150-CARRY-OPEN-PO THRU 2150-EXIT
003960     END-IF.
003970     PERFORM 1100-READ-PO THRU 1100-EXIT.
003980 2100-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010 2150-CARRY-OPEN-PO.
004020     WRITE NEW-PO-RECORD FROM PURCHASE-ORDER-RECORD.
004030     ADD 1 TO WS-OPEN-COUNT.
004040     MOVE PO-ORDER-DATE TO WS-DATE-WORK.
004050     COMPUTE WS-ORDER-ORDINAL =
004060         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
004070         + WS-WORK-DAY.
004080     COMPUTE WS-DAYS-SINCE-ORDER =
004090         WS-TODAY-ORDINAL - WS-ORDER-ORDINAL.
004100     IF WS-DAYS-SINCE-ORDER > WS-PAST-DUE-DAYS
004110         MOVE SPACE TO DTL-LINE
004120         MOVE PO-NUMBER TO DTL-PO-NUMBER
004130         MOVE PO-PRODUCT-ID TO DTL-PRODUCT-ID
004140         MOVE PO-QUANTITY-ORDERED TO DTL-QUANTITY
004150         MOVE 'STILL OPEN - PAST DUE' TO DTL-DISPOSITION
004160         WRITE REPORT-LINE FROM DTL-LINE
004170         ADD 1 TO WS-PAST-DUE-COUNT
004180     END-IF.
004190 2150-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220 2200-REJECT-UNKNOWN.
004230     MOVE SPACE TO DTL-LINE.
004240     MOVE SR-PO-NUMBER TO DTL-PO-NUMBER.
004250     MOVE SR-PRODUCT-ID TO DTL-PRODUCT-ID.
004260     MOVE SR-QUANTITY-RECEIVED TO DTL-QUANTITY.
004270     MOVE 'REJECTED - PO NOT ON FILE' TO DTL-DISPOSITION.
004280     WRITE REPORT-LINE FROM DTL-LINE.
004290     ADD 1 TO WS-REJECTED-COUNT.
004300     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
004310 2200-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340 2300-APPLY-RECEIPT.
004350     IF SR-PRODUCT-ID NOT = PO-PRODUCT-ID
004360         MOVE SPACE TO DTL-LINE
004370         MOVE SR-PO-NUMBER TO DTL-PO-NUMBER
004380         MOVE SR-PRODUCT-ID TO DTL-PRODUCT-ID
004390         MOVE SR-QUANTITY-RECEIVED TO DTL-QUANTITY
004400         MOVE 'REJECTED - PRODUCT DOES NOT MATCH PO'
004410             TO DTL-DISPOSITION
004420         WRITE REPORT-LINE FROM DTL-LINE
004430         ADD 1 TO WS-REJECTED-COUNT
004440         GO TO 2300-NEXT-TRANS
004450     END-IF.
004460     SET WS-PROD-FOUND-SWITCH TO 'N'.
004470     MOVE SR-PRODUCT-ID TO PRODUCT-ID.
004480     READ PRODUCT-FILE
004490         INVALID KEY
004500             CONTINUE
004510         NOT INVALID KEY
004520             SET WS-PROD-FOUND-SWITCH TO 'Y'
004530     END-READ.
004540     IF WS-PROD-FOUND-SWITCH NOT = 'Y'
004550         MOVE SPACE TO DTL-LINE
004560         MOVE SR-PO-NUMBER TO DTL-PO-NUMBER
004570         MOVE SR-PRODUCT-ID TO DTL-PRODUCT-ID
004580         MOVE SR-QUANTITY-RECEIVED TO DTL-QUANTITY
004590         MOVE 'REJECTED - PRODUCT NOT ON MASTER'
004600             TO DTL-DISPOSITION
004610         WRITE REPORT-LINE FROM DTL-LINE
004620         ADD 1 TO WS-REJECTED-COUNT
004630         GO TO 2300-NEXT-TRANS
004640     END-IF.
004650     PERFORM 2370-WRITE-SUPPLIER-EVENT THRU 2370-EXIT.
004660     PERFORM 2350-REAVERAGE-COST THRU 2350-EXIT.
004670     ADD SR-QUANTITY-RECEIVED TO QUANTITY-ON-HAND.
004680     MOVE SR-RECEIPT-DATE TO LAST-ORDERED-DATE.
004690     REWRITE PRODUCT-RECORD.
004700     ADD SR-QUANTITY-RECEIVED TO PO-QUANTITY-RECEIVED.
004710     IF PO-QUANTITY-RECEIVED NOT < PO-QUANTITY-ORDERED
004720         SET PO-FILLED TO TRUE
004730     END-IF.
004740     MOVE SPACE TO DTL-LINE.
004750     MOVE SR-PO-NUMBER TO DTL-PO-NUMBER.
004760     MOVE SR-PRODUCT-ID TO DTL-PRODUCT-ID.
004770     MOVE SR-QUANTITY-RECEIVED TO DTL-QUANTITY.
004780     MOVE 'RECEIVED INTO STOCK' TO DTL-DISPOSITION.
004790     PERFORM 2380-WRITE-RECEIPT-HISTORY THRU 2380-EXIT.
004800     PERFORM 2390-WRITE-STOCK-MOVEMENT THRU 2390-EXIT.
004810     WRITE REPORT-LINE FROM DTL-LINE.
004820     ADD 1 TO WS-APPLIED-COUNT.
004830 2300-NEXT-TRANS.
004840     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
004850 2300-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880* THE MASTER'S UNIT-COST BECOMES THE WEIGHTED AVERAGE OF THE
004890* UNITS ALREADY ON HAND AT THE OLD COST AND THE UNITS JUST
004900* RECEIVED AT THE RECEIPT'S COST.  A MASTER WITH NO COST YET
004910* TAKES THE RECEIPT'S COST OUTRIGHT - AVERAGING AGAINST AN
004920* UNASSIGNED ZERO WOULD ONLY UNDERSTATE IT.  A RECEIPT WITH NO
004930* COST KEYED LEAVES THE MASTER'S COST ALONE.
004940*----------------------------------------------------------------
004950 2350-REAVERAGE-COST.
004960     IF SR-UNIT-COST = ZERO
004970         OR SR-QUANTITY-RECEIVED = ZERO
004980         GO TO 2350-EXIT
004990     END-IF.
005000     IF UNIT-COST = ZERO
005010         MOVE SR-UNIT-COST TO UNIT-COST
005020         GO TO 2350-EXIT
005030     END-IF.
005040     COMPUTE WS-NEW-UNIT-COST ROUNDED =
005050         ((QUANTITY-ON-HAND * UNIT-COST)
005060          + (SR-QUANTITY-RECEIVED * SR-UNIT-COST))
005070         / (QUANTITY-ON-HAND + SR-QUANTITY-RECEIVED).
005080     MOVE WS-NEW-UNIT-COST TO UNIT-COST.
005090 2350-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------
005120* THE SUPPLIER EVENT IS WRITTEN BEFORE THE RECEIPT TOUCHES THE PO
005130* OR THE MASTER, SO IT CARRIES WHAT HAD ARRIVED BEFORE THIS
005140* SHIPMENT AND THE UNIT-COST THE SHIPMENT WAS BOUGHT AGAINST.
005150*----------------------------------------------------------------
005160 2370-WRITE-SUPPLIER-EVENT.
005170     MOVE SPACE TO SUPPLIER-EVENT-RECORD.
005180     MOVE PO-SUPPLIER-ID TO SE-SUPPLIER-ID.
005190     MOVE WS-TODAY-DATE TO SE-POSTED-DATE.
005200     SET SE-RECEIPT-EVENT TO TRUE.
005210     MOVE SR-PO-NUMBER TO SE-PO-NUMBER.
005220     MOVE SR-PRODUCT-ID TO SE-PRODUCT-ID.
005230     MOVE PO-ORDER-DATE TO SE-ORDER-DATE.
005240     MOVE SR-RECEIPT-DATE TO SE-RECEIPT-DATE.
005250     MOVE PO-QUANTITY-ORDERED TO SE-QUANTITY-ORDERED.
005260     MOVE PO-QUANTITY-RECEIVED TO SE-PRIOR-RECEIVED.
005270     MOVE SR-QUANTITY-RECEIVED TO SE-QUANTITY-RECEIVED.
005280     MOVE SR-UNIT-COST TO SE-RECEIPT-UNIT-COST.
005290     MOVE UNIT-COST TO SE-MASTER-UNIT-COST.
005300     IF PO-QUANTITY-RECEIVED + SR-QUANTITY-RECEIVED
005310         < PO-QUANTITY-ORDERED
005320         SET SE-PARTIAL-RECEIPT TO TRUE
005330     ELSE
005340         SET SE-FINAL-RECEIPT TO TRUE
005350     END-IF.
005360     WRITE SUPPLIER-EVENT-RECORD.
005370 2370-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400* THE HISTORY CARRIES WHAT THE RECEIPT ACTUALLY COST - THE
005410* RECEIPT'S OWN COST WHEN THE DOCK KEYED ONE, OTHERWISE THE
005420* MASTER'S UNIT-COST STANDING AT THE TIME.
005430*----------------------------------------------------------------
005440 2380-WRITE-RECEIPT-HISTORY.
005450     IF SR-UNIT-COST > ZERO
005460         MOVE SR-UNIT-COST TO WS-RECEIPT-COST
005470     ELSE
005480         MOVE UNIT-COST TO WS-RECEIPT-COST
005490     END-IF.
005500     MOVE WS-TODAY-DATE TO PH-POSTED-DATE.
005510     MOVE SR-PO-NUMBER TO PH-PO-NUMBER.
005520     MOVE SR-PRODUCT-ID TO PH-PRODUCT-ID.
005530     MOVE SR-QUANTITY-RECEIVED TO PH-QUANTITY-RECEIVED.
005540     COMPUTE PH-COST-VALUE ROUNDED =
005550         SR-QUANTITY-RECEIVED * WS-RECEIPT-COST.
005560     WRITE RECEIPT-HISTORY-RECORD.
005570 2380-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* THE RECEIPT GOES INTO STOCK - A POSITIVE MOVEMENT UNDER THE PO
005610* IT WAS RECEIVED AGAINST.
005620*----------------------------------------------------------------
005630 2390-WRITE-STOCK-MOVEMENT.
005640     MOVE SR-PRODUCT-ID TO SM-PRODUCT-ID.
005650     SET SM-RECEIPT TO TRUE.
005660     MOVE SR-QUANTITY-RECEIVED TO SM-QUANTITY.
005670     MOVE SR-PO-NUMBER TO SM-DOCUMENT-NUMBER.
005680     MOVE WS-TODAY-DATE TO SM-BUSINESS-DATE.
005690     MOVE 'PORCPT' TO SM-SOURCE-PROGRAM.
005700     WRITE STOCK-MOVEMENT-RECORD.
005710 2390-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740 3000-FINISH-UP.
005750     MOVE SPACE TO REPORT-LINE.
005760     WRITE REPORT-LINE.
005770     MOVE 'RECEIPTS APPLIED:' TO TOT-TEXT.
005780     MOVE WS-APPLIED-COUNT TO TOT-COUNT.
005790     WRITE REPORT-LINE FROM TOTAL-LINE.
005800     MOVE 'RECEIPTS REJECTED:' TO TOT-TEXT.
005810     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
005820     WRITE REPORT-LINE FROM TOTAL-LINE.
005830     MOVE 'PURCHASE ORDERS FILLED AND RETIRED:' TO TOT-TEXT.
005840     MOVE WS-FILLED-COUNT TO TOT-COUNT.
005850     WRITE REPORT-LINE FROM TOTAL-LINE.
005860     MOVE 'PURCHASE ORDERS STILL OPEN:' TO TOT-TEXT.
005870     MOVE WS-OPEN-COUNT TO TOT-COUNT.
005880     WRITE REPORT-LINE FROM TOTAL-LINE.
005890     MOVE 'OF WHICH PAST DUE:' TO TOT-TEXT.
005900     MOVE WS-PAST-DUE-COUNT TO TOT-COUNT.
005910     WRITE REPORT-LINE FROM TOTAL-LINE.
005920     CLOSE SORTED-RECEIPT-FILE.
005930     CLOSE PURCHASE-ORDER-FILE.
005940     CLOSE NEW-PO-FILE.
005950     CLOSE RECEIPT-HISTORY-FILE.
005960     CLOSE STOCK-MOVEMENT-FILE.
005970     CLOSE SUPPLIER-EVENT-FILE.
005980     CLOSE PRODUCT-FILE.
005990     CLOSE REPORT-FILE.
006000 3000-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
006040* NONZERO RETURN CODE.  THE DATE IS CHECKED BEFORE ANY FILE
006050* OPENS, SO NOTHING HAS BEEN POSTED OR WRITTEN.
006060*----------------------------------------------------------------
006070 3850-DATE-REFUSED-STOP.
006080     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
006090     OPEN OUTPUT REPORT-FILE.
006100     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
006110     WRITE REPORT-LINE FROM CLS-STOP-LINE.
006120     CLOSE REPORT-FILE.
006130     MOVE 16 TO RETURN-CODE.
006140 3850-EXIT.
006150     EXIT.
