000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - SUPPLIER INVOICE MATCHING
000200* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000210*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000220*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000230*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000240*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000250* 2026-10-15 DW   SUPPLIER SCORECARD - EVERY INVOICE EXCEPTION NOW
000260*                 ALSO APPENDS AN EXCEPTION EVENT (SUPEVENT.CPY)
000270*                 UNDER THE BILLING SUPPLIER, FOR THE MONTHLY
000280*                 SUPPLIER SCORECARD (SUPSCORE).  RENUMBERED
000290* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000300*                 ORDER
000310*----------------------------------------------------------------
000320* THIS PROGRAM MATCHES THE DAY'S SUPPLIER INVOICES (SUPINV.CPY)
000330* AGAINST THE OPEN PURCHASE ORDER FILE BEFORE ANY OF THEM IS
000340* ALLOWED ONTO THE OPEN PAYABLES FILE (OPENPAY.CPY).  INVOICES
000350* ARE SORTED INTO PO-NUMBER SEQUENCE AND WALKED AGAINST THE PO
000360* FILE THE SAME WAY PORCPT WALKS ITS RECEIPTS.  AN INVOICE IS
000370* ACCEPTED ONLY WHEN ITS PO IS ON FILE, ITS SUPPLIER IS THE
000380* PO'S SUPPLIER, AND THE INVOICED QUANTITY DOES NOT EXCEED
000390* PO-QUANTITY-RECEIVED - WHAT THE DOCK ACTUALLY TOOK IN.
000400* ANYTHING ELSE GOES TO THE EXCEPTION REPORT THE WAY ORDPOST
000410* REPORTS ITS REJECTS, AND IS KEPT OFF THE PAYABLES FILE
000420* ENTIRELY, SO A SHORT-SHIPPED INVOICE CANNOT BE PAID IN FULL.
000430* MORE THAN ONE INVOICE MAY ARRIVE AGAINST THE SAME PO - A
000440* SUPPLIER WHO SHIPS IN PARTS BILLS IN PARTS.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT INVOICE-TRANS-FILE ASSIGN TO SINVIN
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT SORT-WORK ASSIGN TO SRTWK01.
000550     SELECT SORTED-INVOICE-FILE ASSIGN TO SINVSRT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT PURCHASE-ORDER-FILE ASSIGN TO POIN
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT OPEN-PAYABLE-FILE ASSIGN TO PAYBOUT
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT REPORT-FILE ASSIGN TO APMRPT
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-BIZ-FILE-STATUS.
000660     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT SUPPLIER-EVENT-FILE ASSIGN TO SUPEOUT
000690         ORGANIZATION IS SEQUENTIAL.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  INVOICE-TRANS-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 COPY "supinv.cpy".
000760 SD  SORT-WORK.
000770 01  SORT-WORK-RECORD.
000780     05  SW-PO-NUMBER            PIC 9(08).
000790     05  SW-SUPPLIER-ID          PIC 9(06).
000800     05  SW-INVOICE-NUMBER       PIC X(10).
000810     05  SW-INVOICE-DATE         PIC 9(08).
000820     05  SW-QUANTITY-INVOICED    PIC 9(06).
000830     05  SW-INVOICE-AMOUNT       PIC 9(09)V99.
000840 FD  SORTED-INVOICE-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  SORTED-INVOICE-RECORD.
000880     05  SR-PO-NUMBER            PIC 9(08).
000890     05  SR-SUPPLIER-ID          PIC 9(06).
000900     05  SR-INVOICE-NUMBER       PIC X(10).
000910     05  SR-INVOICE-DATE         PIC 9(08).
000920     05  SR-QUANTITY-INVOICED    PIC 9(06).
000930     05  SR-INVOICE-AMOUNT       PIC 9(09)V99.
000940 FD  PURCHASE-ORDER-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY "po.cpy".
000980 FD  OPEN-PAYABLE-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY "openpay.cpy".
001020 FD  REPORT-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE OMITTED.
001050 01  REPORT-LINE                 PIC X(132).
001060 FD  BUSINESS-DATE-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 COPY "bizdate.cpy".
001100 FD  PERIOD-CALENDAR-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY "percal.cpy".
001140 FD  SUPPLIER-EVENT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY "supevent.cpy".
001180 WORKING-STORAGE SECTION.
001190*----------------------------------------------------------------
001200* SWITCHES AND MATCH KEYS
001210*----------------------------------------------------------------
001220 77  WS-PO-EOF-SWITCH            PIC X(01) VALUE 'N'.
001230     88  PO-END-OF-FILE                   VALUE 'Y'.
001240 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001250     88  TRANS-END-OF-FILE                VALUE 'Y'.
001260 77  WS-PO-KEY                   PIC 9(08) VALUE ZERO.
001270 77  WS-TRANS-KEY                PIC 9(08) VALUE ZERO.
001280 77  HIGH-KEY-VALUE              PIC 9(08) VALUE 99999999.
001290*----------------------------------------------------------------
001300* COUNTERS
001310*----------------------------------------------------------------
001320 77  WS-ACCEPTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001330 77  WS-ACCEPTED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001340 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001350 77  WS-EXCEPTION-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001360 77  WS-EXCEPTION-CODE           PIC X(02) VALUE SPACE.
001370*----------------------------------------------------------------
001380* BUSINESS DATE AND POSTING PERIOD
001390*----------------------------------------------------------------
001400 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001410 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001420 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
001430     88  PERIOD-END-OF-FILE               VALUE 'Y'.
001440 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
001450     88  POSTING-PERIOD-OPEN              VALUE 'O'.
001460     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
001470 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
001480     88  RUN-DATE-REFUSED                 VALUE 'Y'.
001490*----------------------------------------------------------------
001500* MATCH REPORT HEADINGS AND DETAIL LINES
001510*----------------------------------------------------------------
001520 01  HDG-TITLE-LINE.
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  FILLER                  PIC X(40) VALUE
001550         'SUPPLIER INVOICE MATCH REPORT'.
001560     05  FILLER                  PIC X(06) VALUE 'DATE'.
001570     05  HDG-RUN-DATE            PIC 9(08).
001580 01  HDG-COLUMN-LINE.
001590     05  FILLER                  PIC X(01) VALUE SPACE.
001600     05  FILLER                  PIC X(09) VALUE 'PO NUMBER'.
001610     05  FILLER                  PIC X(02) VALUE SPACE.
001620     05  FILLER                  PIC X(08) VALUE 'SUPPLIER'.
001630     05  FILLER                  PIC X(02) VALUE SPACE.
001640     05  FILLER                  PIC X(10) VALUE 'INVOICE'.
001650     05  FILLER                  PIC X(02) VALUE SPACE.
001660     05  FILLER                  PIC X(08) VALUE 'INV QTY'.
001670     05  FILLER                  PIC X(09) VALUE ' RCVD QTY'.
001680     05  FILLER                  PIC X(14) VALUE '        AMOUNT'.
001690     05  FILLER                  PIC X(02) VALUE SPACE.
001700     05  FILLER                  PIC X(36) VALUE 'DISPOSITION'.
001710 01  DTL-LINE.
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  DTL-PO-NUMBER           PIC 9(08).
001740     05  FILLER                  PIC X(03) VALUE SPACE.
001750     05  DTL-SUPPLIER-ID         PIC 9(06).
001760     05  FILLER                  PIC X(02) VALUE SPACE.
001770     05  DTL-INVOICE-NUMBER      PIC X(10).
001780     05  FILLER                  PIC X(02) VALUE SPACE.
001790     05  DTL-INVOICED-QTY        PIC ZZZ,ZZ9.
001800     05  FILLER                  PIC X(02) VALUE SPACE.
001810     05  DTL-RECEIVED-QTY        PIC ZZZ,ZZ9.
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
001840     05  FILLER                  PIC X(02) VALUE SPACE.
001850     05  DTL-DISPOSITION         PIC X(36).
001860 01  TOTAL-LINE.
001870     05  FILLER                  PIC X(01) VALUE SPACE.
001880     05  TOT-TEXT                PIC X(38).
001890     05  TOT-COUNT               PIC ZZZZZZ9.
001900     05  FILLER                  PIC X(02) VALUE SPACE.
001910     05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
001920 01  CLS-STOP-LINE.
001930     05  FILLER                  PIC X(01) VALUE SPACE.
001940     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
001950     05  CLS-BUSINESS-DATE       PIC 9(08).
001960     05  FILLER                  PIC X(03) VALUE ' - '.
001970     05  CLS-REASON              PIC X(50).
001980 PROCEDURE DIVISION.
001990*----------------------------------------------------------------
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     IF RUN-DATE-REFUSED
002030         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
002040         STOP RUN
002050     END-IF.
002060     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
002070         UNTIL PO-END-OF-FILE AND TRANS-END-OF-FILE.
002080     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002090     STOP RUN.
002100*----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
002130     IF RUN-DATE-REFUSED
002140         GO TO 1000-EXIT
002150     END-IF.
002160     SORT SORT-WORK
002170         ON ASCENDING KEY SW-PO-NUMBER
002180         WITH DUPLICATES IN ORDER
002190         USING INVOICE-TRANS-FILE
002200         GIVING SORTED-INVOICE-FILE.
002210     OPEN INPUT SORTED-INVOICE-FILE.
002220     OPEN INPUT PURCHASE-ORDER-FILE.
002230     OPEN EXTEND OPEN-PAYABLE-FILE.
002240     OPEN EXTEND SUPPLIER-EVENT-FILE.
002250     OPEN OUTPUT REPORT-FILE.
002260     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
002270     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
002280     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
002290     PERFORM 1100-READ-PO THRU 1100-EXIT.
002300     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330*----------------------------------------------------------------
002340 1100-READ-PO.
002350     READ PURCHASE-ORDER-FILE
002360         AT END
002370             SET PO-END-OF-FILE TO TRUE
002380             MOVE HIGH-KEY-VALUE TO WS-PO-KEY
002390         NOT AT END
002400             MOVE PO-NUMBER TO WS-PO-KEY
002410     END-READ.
002420 1100-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450 1200-READ-TRANS.
002460     READ SORTED-INVOICE-FILE
002470         AT END
002480             SET TRANS-END-OF-FILE TO TRUE
002490             MOVE HIGH-KEY-VALUE TO WS-TRANS-KEY
002500         NOT AT END
002510             MOVE SR-PO-NUMBER TO WS-TRANS-KEY
002520     END-READ.
002530 1200-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002570* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
002580* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
002590* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
002600* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
002610* REFUSES THE RUN BEFORE ANYTHING POSTS.
002620*----------------------------------------------------------------
002630 1900-READ-BUSINESS-DATE.
002640     MOVE ZERO TO WS-BUSINESS-DATE.
002650     OPEN INPUT BUSINESS-DATE-FILE.
002660     IF WS-BIZ-FILE-STATUS = '00'
002670         READ BUSINESS-DATE-FILE
002680             AT END
002690                 CONTINUE
002700             NOT AT END
002710                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002720         END-READ
002730         CLOSE BUSINESS-DATE-FILE
002740     END-IF.
002750     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
002760     IF WS-BUSINESS-DATE = ZERO
002770         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
002780             TO CLS-REASON
002790         SET RUN-DATE-REFUSED TO TRUE
002800         GO TO 1900-EXIT
002810     END-IF.
002820     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
002830     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
002840     OPEN INPUT PERIOD-CALENDAR-FILE.
002850     READ PERIOD-CALENDAR-FILE
002860         AT END
002870             SET PERIOD-END-OF-FILE TO TRUE
002880     END-READ.
002890     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
002900         UNTIL PERIOD-END-OF-FILE.
002910     CLOSE PERIOD-CALENDAR-FILE.
002920     IF POSTING-PERIOD-OPEN
002930         GO TO 1900-EXIT
002940     END-IF.
002950     IF POSTING-PERIOD-CLOSED
002960         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
002970     ELSE
002980         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
002990             TO CLS-REASON
003000     END-IF.
003010     SET RUN-DATE-REFUSED TO TRUE.
003020 1900-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050 1910-CHECK-ONE-PERIOD.
003060     IF WS-BUSINESS-DATE NOT < PC-START-DATE
003070         AND WS-BUSINESS-DATE NOT > PC-END-DATE
003080         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
003090         SET PERIOD-END-OF-FILE TO TRUE
003100         GO TO 1910-EXIT
003110     END-IF.
003120     READ PERIOD-CALENDAR-FILE
003130         AT END
003140             SET PERIOD-END-OF-FILE TO TRUE
003150     END-READ.
003160 1910-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* THE PO FILE IS ONLY READ HERE - THE INVOICE DOES NOT CHANGE
003200* THE PO; RECEIPTS DO THAT IN PORCPT.  A PO WITH NO INVOICE
003210* YET JUST WALKS PAST.
003220*----------------------------------------------------------------
003230 2000-PROCESS-RECORDS.
003240     EVALUATE TRUE
003250         WHEN WS-PO-KEY < WS-TRANS-KEY
003260             PERFORM 1100-READ-PO THRU 1100-EXIT
003270         WHEN WS-TRANS-KEY < WS-PO-KEY
003280             PERFORM 2200-REJECT-UNKNOWN-PO THRU 2200-EXIT
003290         WHEN OTHER
003300             PERFORM 2300-MATCH-INVOICE THRU 2300-EXIT
003310     END-EVALUATE.
003320 2000-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350 2200-REJECT-UNKNOWN-PO.
003360     MOVE ZERO TO DTL-RECEIVED-QTY.
003370     MOVE 'EXCEPTION - PO NOT ON FILE' TO DTL-DISPOSITION.
003380     MOVE 'NP' TO WS-EXCEPTION-CODE.
003390     PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT.
003400     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003410 2200-EXIT.
003420     EXIT.
003430*----------------------------------------------------------------
003440* THE THREE-WAY TEST - RIGHT PO, RIGHT SUPPLIER, AND NO MORE
003450* UNITS BILLED THAN THE DOCK RECEIVED.  THE PO STAYS CURRENT
003460* AFTER A MATCH SO A SECOND INVOICE AGAINST IT CAN MATCH TOO.
003470*----------------------------------------------------------------
003480 2300-MATCH-INVOICE.
003490     IF SR-SUPPLIER-ID NOT = PO-SUPPLIER-ID
003500         MOVE PO-QUANTITY-RECEIVED TO DTL-RECEIVED-QTY
003510         MOVE 'EXCEPTION - SUPPLIER NOT PO SUPPLIER'
003520             TO DTL-DISPOSITION
003530         MOVE 'NS' TO WS-EXCEPTION-CODE
003540         PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
003550         GO TO 2300-NEXT-TRANS
003560     END-IF.
003570     IF SR-QUANTITY-INVOICED > PO-QUANTITY-RECEIVED
003580         MOVE PO-QUANTITY-RECEIVED TO DTL-RECEIVED-QTY
003590         MOVE 'EXCEPTION - BILLED OVER RECEIVED QTY'
003600             TO DTL-DISPOSITION
003610         MOVE 'OR' TO WS-EXCEPTION-CODE
003620         PERFORM 2500-PRINT-EXCEPTION THRU 2500-EXIT
003630         GO TO 2300-NEXT-TRANS
003640     END-IF.
003650     PERFORM 2400-ACCEPT-INVOICE THRU 2400-EXIT.
003660 2300-NEXT-TRANS.
003670     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003680 2300-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710 2400-ACCEPT-INVOICE.
003720     MOVE SR-SUPPLIER-ID TO AP-SUPPLIER-ID.
003730     MOVE SR-PO-NUMBER TO AP-PO-NUMBER.
003740     MOVE SR-INVOICE-NUMBER TO AP-INVOICE-NUMBER.
003750     MOVE SR-INVOICE-DATE TO AP-INVOICE-DATE.
003760     MOVE SR-INVOICE-AMOUNT TO AP-INVOICE-AMOUNT.
003770     WRITE OPEN-PAYABLE-RECORD.
003780     ADD 1 TO WS-ACCEPTED-COUNT.
003790     ADD SR-INVOICE-AMOUNT TO WS-ACCEPTED-AMOUNT.
003800     MOVE SPACE TO DTL-LINE.
003810     MOVE SR-PO-NUMBER TO DTL-PO-NUMBER.
003820     MOVE SR-SUPPLIER-ID TO DTL-SUPPLIER-ID.
003830     MOVE SR-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
003840     MOVE SR-QUANTITY-INVOICED TO DTL-INVOICED-QTY.
003850     MOVE PO-QUANTITY-RECEIVED TO DTL-RECEIVED-QTY.
003860     MOVE SR-INVOICE-AMOUNT TO DTL-AMOUNT.
003870     MOVE 'ACCEPTED TO OPEN PAYABLES' TO DTL-DISPOSITION.
003880     WRITE REPORT-LINE FROM DTL-LINE.
003890 2400-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920 2500-PRINT-EXCEPTION.
003930     MOVE SR-PO-NUMBER TO DTL-PO-NUMBER.
003940     MOVE SR-SUPPLIER-ID TO DTL-SUPPLIER-ID.
003950     MOVE SR-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
003960     MOVE SR-QUANTITY-INVOICED TO DTL-INVOICED-QTY.
003970     MOVE SR-INVOICE-AMOUNT TO DTL-AMOUNT.
003980     WRITE REPORT-LINE FROM DTL-LINE.
003990     ADD 1 TO WS-EXCEPTION-COUNT.
004000     ADD SR-INVOICE-AMOUNT TO WS-EXCEPTION-AMOUNT.
004010     PERFORM 2550-WRITE-SUPPLIER-EVENT THRU 2550-EXIT.
004020 2500-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* THE EXCEPTION GOES ON FILE UNDER THE SUPPLIER WHO BILLED IT -
004060* A PO NOT ON FILE HAS NO RECEIVED QUANTITY TO SHOW.
004070*----------------------------------------------------------------
004080 2550-WRITE-SUPPLIER-EVENT.
004090     MOVE SPACE TO SUPPLIER-EVENT-RECORD.
004100     MOVE SR-SUPPLIER-ID TO SE-SUPPLIER-ID.
004110     MOVE WS-BUSINESS-DATE TO SE-POSTED-DATE.
004120     SET SE-INVOICE-EXCEPTION TO TRUE.
004130     MOVE SR-PO-NUMBER TO SE-PO-NUMBER.
004140     MOVE SR-INVOICE-NUMBER TO SE-INVOICE-NUMBER.
004150     MOVE SR-INVOICE-DATE TO SE-INVOICE-DATE.
004160     MOVE SR-QUANTITY-INVOICED TO SE-QUANTITY-INVOICED.
004170     MOVE ZERO TO SE-PO-QUANTITY-RECEIVED.
004180     IF WS-EXCEPTION-CODE NOT = 'NP'
004190         MOVE PO-QUANTITY-RECEIVED TO SE-PO-QUANTITY-RECEIVED
004200     END-IF.
004210     MOVE SR-INVOICE-AMOUNT TO SE-INVOICE-AMOUNT.
004220     MOVE WS-EXCEPTION-CODE TO SE-EXCEPTION-CODE.
004230     WRITE SUPPLIER-EVENT-RECORD.
004240 2550-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270 3000-FINISH-UP.
004280     MOVE SPACE TO REPORT-LINE.
004290     WRITE REPORT-LINE.
004300     MOVE 'INVOICES ACCEPTED - COUNT / AMOUNT:' TO TOT-TEXT.
004310     MOVE WS-ACCEPTED-COUNT TO TOT-COUNT.
004320     MOVE WS-ACCEPTED-AMOUNT TO TOT-AMOUNT.
004330     WRITE REPORT-LINE FROM TOTAL-LINE.
004340     MOVE 'INVOICES EXCEPTED - COUNT / AMOUNT:' TO TOT-TEXT.
004350     MOVE WS-EXCEPTION-COUNT TO TOT-COUNT.
004360     MOVE WS-EXCEPTION-AMOUNT TO TOT-AMOUNT.
004370     WRITE REPORT-LINE FROM TOTAL-LINE.
004380     CLOSE SORTED-INVOICE-FILE.
004390     CLOSE PURCHASE-ORDER-FILE.
004400     CLOSE OPEN-PAYABLE-FILE.
004410     CLOSE SUPPLIER-EVENT-FILE.
004420     CLOSE REPORT-FILE.
004430 3000-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
004470* NONZERO RETURN CODE.  THE DATE IS CHECKED BEFORE ANY FILE
004480* OPENS, SO NOTHING HAS BEEN POSTED OR WRITTEN.
004490*----------------------------------------------------------------
004500 3850-DATE-REFUSED-STOP.
004510     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
004520     OPEN OUTPUT REPORT-FILE.
004530     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
004540     WRITE REPORT-LINE FROM CLS-STOP-LINE.
004550     CLOSE REPORT-FILE.
004560     MOVE 16 TO RETURN-CODE.
004570 3850-EXIT.
004580     EXIT.
