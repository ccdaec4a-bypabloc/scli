000510*                 CASHPOST AND ARAGE - A RELEASE IS A BILLED
000520*                 SALE THE SUBLEDGER HAS TO CARRY TOO.
000530*                 RENUMBERED
000540* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000550*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000560*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000570*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000580*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000590* 2026-10-15 DW   STOCK LEDGER - A RELEASED LINE NOW ALSO
000600*                 APPENDS A BACKORDER-RELEASE MOVEMENT
000610*                 (STKMOVE.CPY) UNDER ITS ORIGINAL ORDER NUMBER,
000620*                 FOR THE MONTHLY STOCK CARD (STKCARD).
000630*                 RENUMBERED
000640* 2026-10-15 DW   CONTRACT PRICING - A LINE FOR A CUSTOMER WITH A
000650*                 PRICE AGREEMENT (CONTRACT.CPY) IN FORCE ON THE
000660*                 REFUSAL DATE IS VERIFIED AGAINST THE CONTRACT
000670*                 PRICE UNDER ORDPOST'S TOLERANCE; A LINE OUTSIDE
000680*                 IT IS REJECTED AND DROPPED FROM THE BACKLOG.
000690*                 THE SALES HISTORY RECORD NOW CARRIES THE PRICE
000700*                 SOURCE.  RENUMBERED
000710* 2026-10-15 DW   SALESPERSON - A RELEASED LINE'S SALES HISTORY
000720*                 NOW CARRIES THE REP THE BACKORDER WAS TAKEN
000730*                 UNDER (BO-SALESPERSON-ID), OR THE CUSTOMER'S
000740*                 ASSIGNED REP WHEN THE BACKORDER HAS NONE.
000750*                 WIDENED THE SORT, SORTED AND NEW BACKORDER
000760*                 RECORDS TO MATCH.  RENUMBERED
000770* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000780*                 ORDER
000790* 2026-10-15 DW   EACH RELEASE'S OPEN ITEM NOW CARRIES THE
000800*                 RELEASED PRODUCT, SO THE COMMISSION REPORT CAN
000810*                 TELL WHICH LINE A PAID ITEM COLLECTED.
000820*                 RENUMBERED
000830*----------------------------------------------------------------
000840* THIS PROGRAM RE-APPLIES THE BACKORDER BACKLOG WRITTEN BY
000850* ORDPOST (BACKORD.CPY) AFTER STOCK HAS COME IN.  THE BACKLOG
000860* IS SORTED OLDEST-REFUSAL-FIRST SO THE CUSTOMER WHO HAS WAITED
000870* LONGEST GETS THE STOCK FIRST.  A LINE WHOSE PRODUCT NOW HAS
000880* ENOUGH QUANTITY-ON-HAND IS APPLIED EXACTLY THE WAY ORDPOST
000890* APPLIES A POSTED LINE: STOCK IS DECREMENTED THROUGH THE
000900* INDEXED PRODUCT FILE, THE EXTENDED AMOUNT (AT THE PRICE THE
000910* CUSTOMER ORIGINALLY ORDERED AT) IS ADDED ONTO THE CUSTOMER'S
000920* ACCOUNT-BALANCE, AND BEFORE/AFTER IMAGES OF BOTH MASTERS GO
000930* TO AUDIT-FILE.  A LINE THAT STILL CANNOT BE COVERED - SHORT
000940* STOCK, OR A PRODUCT OR CUSTOMER NO LONGER ON ITS MASTER - IS
000950* CARRIED TO THE NEW BACKORDER FILE AND REPORTED AS WAITING.
000960* A LINE FOR A CUSTOMER WITH A PRICE AGREEMENT (CONTRACT.CPY) IN
000970* FORCE ON THE DAY IT WAS REFUSED MUST STILL BE PRICED WITHIN
000980* ORDPOST'S TOLERANCE OF THE CONTRACT PRICE; ONE THAT IS NOT -
000990* THE AGREEMENT HAS BEEN REPRICED SINCE - IS REJECTED, DROPPED
001000* FROM THE BACKLOG AND REPORTED WITH BOTH PRICES FOR RE-ENTRY.
001010*
001020* BOTH MASTERS ARE INDEXED, SO EACH LINE READS AND REWRITES ITS
001030* PRODUCT AND ITS CUSTOMER DIRECTLY BY KEY - ONLY CUSTOMERS
001040* THAT ACTUALLY HAVE A RELEASE ARE TOUCHED.
001050*----------------------------------------------------------------
001060 ENVIRONMENT DIVISION.
001070 CONFIGURATION SECTION.
001080 SOURCE-COMPUTER. IBM-370.
001090 OBJECT-COMPUTER. IBM-370.
001100 INPUT-OUTPUT SECTION.
001110 FILE-CONTROL.
001120     SELECT BACKORDER-FILE ASSIGN TO BORDIN
001130         ORGANIZATION IS SEQUENTIAL.
001140     SELECT SORT-WORK ASSIGN TO SRTWK01.
001150     SELECT SORTED-BACKORDER-FILE ASSIGN TO BORDSRT
001160         ORGANIZATION IS SEQUENTIAL.
001170     SELECT NEW-BACKORDER-FILE ASSIGN TO BORDOUT
001180         ORGANIZATION IS SEQUENTIAL.
001190     SELECT PRODUCT-FILE ASSIGN TO PRODIN
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS RANDOM
001220         RECORD KEY IS PRODUCT-ID.
001230     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS CUSTOMER-ID.
001270     SELECT PRICE-AGREEMENT-FILE ASSIGN TO PRCAGR
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS RANDOM
001300         RECORD KEY IS PA-AGREEMENT-KEY.
001310     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
001320         ORGANIZATION IS SEQUENTIAL.
001330     SELECT REPORT-FILE ASSIGN TO BACKRPT
001340         ORGANIZATION IS SEQUENTIAL.
001350     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHOUT
001360         ORGANIZATION IS SEQUENTIAL.
001370     SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
001380         ORGANIZATION IS SEQUENTIAL.
001390     SELECT TAX-HISTORY-FILE ASSIGN TO TAXHOUT
001400         ORGANIZATION IS SEQUENTIAL.
001410     SELECT OPEN-ITEM-FILE ASSIGN TO OPENOUT
001420         ORGANIZATION IS SEQUENTIAL.
001430     SELECT CUSTOMER-CONTROL-FILE ASSIGN TO CUSTCTL
001440         ORGANIZATION IS SEQUENTIAL
001450         FILE STATUS IS WS-CTL-FILE-STATUS.
001460     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
001470         ORGANIZATION IS SEQUENTIAL.
001480     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-BIZ-FILE-STATUS.
001510     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
001520         ORGANIZATION IS SEQUENTIAL.
001530     SELECT STOCK-MOVEMENT-FILE ASSIGN TO STKMOUT
001540         ORGANIZATION IS SEQUENTIAL.
001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  BACKORDER-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 COPY "backord.cpy".
001610 SD  SORT-WORK.
001620 01  SORT-WORK-RECORD.
001630     05  SW-ORDER-NUMBER         PIC 9(08).
001640     05  SW-CUSTOMER-ID          PIC 9(10).
001650     05  SW-PRODUCT-ID           PIC 9(08).
001660     05  SW-QUANTITY             PIC 9(05).
001670     05  SW-UNIT-PRICE           PIC 9(05)V99.
001680     05  SW-DATE-REFUSED         PIC 9(08).
001690     05  SW-SALESPERSON-ID       PIC X(04).
001700 FD  SORTED-BACKORDER-FILE
001710     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001730 01  SORTED-BACKORDER-RECORD.
001740     05  SB-ORDER-NUMBER         PIC 9(08).
001750     05  SB-CUSTOMER-ID          PIC 9(10).
001760     05  SB-PRODUCT-ID           PIC 9(08).
001770     05  SB-QUANTITY             PIC 9(05).
001780     05  SB-UNIT-PRICE           PIC 9(05)V99.
001790     05  SB-DATE-REFUSED         PIC 9(08).
001800     05  SB-SALESPERSON-ID       PIC X(04).
001810 FD  NEW-BACKORDER-FILE
001820     RECORDING MODE IS F
001830     LABEL RECORDS ARE STANDARD.
001840 01  NEW-BACKORDER-RECORD        PIC X(50).
001850 FD  PRODUCT-FILE
001860     RECORDING MODE IS F
001870     LABEL RECORDS ARE STANDARD.
001880 COPY "product.cpy".
001890 FD  CUSTOMER-FILE
001900     RECORDING MODE IS F
001910     LABEL RECORDS ARE STANDARD.
001920 COPY "customer.cpy".
001930 FD  PRICE-AGREEMENT-FILE
001940     RECORDING MODE IS F
001950     LABEL RECORDS ARE STANDARD.
001960 COPY "contract.cpy".
001970 FD  AUDIT-FILE
001980     RECORDING MODE IS F
001990     LABEL RECORDS ARE STANDARD.
002000 COPY "audit.cpy".
002010 FD  REPORT-FILE
002020     RECORDING MODE IS F
002030     LABEL RECORDS ARE OMITTED.
002040 01  REPORT-LINE                 PIC X(132).
002050 FD  SALES-HISTORY-FILE
002060     RECORDING MODE IS F
002070     LABEL RECORDS ARE STANDARD.
002080 COPY "saleshist.cpy".
002090 FD  TAX-RATE-FILE
002100     RECORDING MODE IS F
002110     LABEL RECORDS ARE STANDARD.
002120 COPY "taxrate.cpy".
002130 FD  TAX-HISTORY-FILE
002140     RECORDING MODE IS F
002150     LABEL RECORDS ARE STANDARD.
002160 COPY "taxhist.cpy".
002170 FD  OPEN-ITEM-FILE
002180     RECORDING MODE IS F
002190     LABEL RECORDS ARE STANDARD.
002200 COPY "openitem.cpy".
002210 FD  CUSTOMER-CONTROL-FILE
002220     RECORDING MODE IS F
002230     LABEL RECORDS ARE STANDARD.
002240 01  CUSTOMER-CONTROL-RECORD     PIC X(49).
002250 FD  BALANCE-LOG-FILE
002260     RECORDING MODE IS F
002270     LABEL RECORDS ARE STANDARD.
002280 01  BALANCE-LOG-RECORD          PIC X(49).
002290 FD  BUSINESS-DATE-FILE
002300     RECORDING MODE IS F
002310     LABEL RECORDS ARE STANDARD.
002320 COPY "bizdate.cpy".
002330 FD  PERIOD-CALENDAR-FILE
002340     RECORDING MODE IS F
002350     LABEL RECORDS ARE STANDARD.
002360 COPY "percal.cpy".
002370 FD  STOCK-MOVEMENT-FILE
002380     RECORDING MODE IS F
002390     LABEL RECORDS ARE STANDARD.
002400 COPY "stkmove.cpy".
002410 WORKING-STORAGE SECTION.
002420*----------------------------------------------------------------
002430* SWITCHES
002440*----------------------------------------------------------------
002450 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
002460     88  TRANS-END-OF-FILE                 VALUE 'Y'.
002470 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
002480     88  MASTER-END-OF-FILE                VALUE 'Y'.
002490 77  WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
002500     88  CURRENT-CUSTOMER-FOUND            VALUE 'Y'
002510         WHEN SET TO FALSE IS 'N'.
002520 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002530 77  WS-CREDIT-HOLD-SWITCH       PIC X(01) VALUE 'N'.
002540     88  CREDIT-HOLD                        VALUE 'Y'.
002550 77  WS-TAX-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
002560     88  TAX-RATE-END-OF-FILE               VALUE 'Y'.
002570*----------------------------------------------------------------
002580* COUNTERS AND WORK AMOUNTS
002590*----------------------------------------------------------------
002600 77  WS-EXTENDED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002610 77  WS-TAX-AMOUNT               PIC 9(07)V99 VALUE ZERO.
002620 77  WS-CURRENT-TAX-RATE         PIC V9(04) VALUE ZERO.
002630 77  WS-NEW-QUANTITY             PIC S9(07) VALUE ZERO.
002640 77  WS-OLD-QUANTITY-ON-HAND     PIC 9(06) VALUE ZERO.
002650 77  WS-OLD-ACCOUNT-BALANCE      PIC 9(07)V99 VALUE ZERO.
002660 01  WS-AUDIT-TIMESTAMP.
002670     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
002680     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
002690 77  WS-RELEASED-COUNT           PIC 9(07) COMP VALUE ZERO.
002700 77  WS-RELEASED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002710 77  WS-WAITING-COUNT            PIC 9(07) COMP VALUE ZERO.
002720 77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002730*----------------------------------------------------------------
002740* CONTRACT PRICE VERIFICATION - THE SAME TOLERANCE ORDPOST USES
002750*----------------------------------------------------------------
002760 77  WS-PRICE-REJECT-SWITCH      PIC X(01) VALUE 'N'.
002770 77  WS-PRICE-TOLERANCE-RATE     PIC V99 VALUE .02.
002780 77  WS-PRICE-TOLERANCE          PIC 9(05)V99 VALUE ZERO.
002790 77  WS-CONTRACT-SWITCH          PIC X(01) VALUE 'N'.
002800     88  CONTRACT-PRICE-APPLIES           VALUE 'Y'.
002810 77  WS-AGR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002820 77  WS-CONTRACT-UNIT-PRICE      PIC 9(05)V99 VALUE ZERO.
002830 77  WS-TIER-SUB                 PIC 9(02) COMP VALUE ZERO.
002840 77  WS-TIER-HIT                 PIC 9(02) COMP VALUE ZERO.
002850 01  WS-PRICE-REASON.
002860     05  FILLER                  PIC X(17) VALUE
002870         'REJECTED - PRICE '.
002880     05  WS-REASON-ORDER-PRICE   PIC ZZZZ9.99.
002890     05  FILLER                  PIC X(05) VALUE ' CTR '.
002900     05  WS-REASON-CONTRACT-PRICE PIC ZZZZ9.99.
002910*----------------------------------------------------------------
002920* BUSINESS DATE AND POSTING PERIOD
002930*----------------------------------------------------------------
002940 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
002950 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002960 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
002970     88  PERIOD-END-OF-FILE               VALUE 'Y'.
002980 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
002990     88  POSTING-PERIOD-OPEN              VALUE 'O'.
003000     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
003010 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
003020     88  RUN-DATE-REFUSED                 VALUE 'Y'.
003030*----------------------------------------------------------------
003040* RUN-TO-RUN CONTROL TOTALS FOR THE CUSTOMER MASTER
003050*----------------------------------------------------------------
003060 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACE.
003070 77  WS-CTL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
003080 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
003090     88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.
003100 77  WS-CUST-IN-COUNT            PIC 9(09) VALUE ZERO.
003110 77  WS-CUST-IN-HASH             PIC 9(13)V99 VALUE ZERO.
003120 77  WS-CUST-OUT-HASH            PIC 9(13)V99 VALUE ZERO.
003130 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
003140 77  WS-CTL-EXP-HASH             PIC 9(13)V99 VALUE ZERO.
003150 COPY "ctl.cpy"
003160     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
003170*----------------------------------------------------------------
003180* SALES TAX RATE TABLE - LOADED IN FULL FROM TAX-RATE-FILE AT
003190* START OF RUN.  99 SLOTS COVERS EVERY STATE AND TERRITORY.
003200*----------------------------------------------------------------
003210 01  TAX-RATE-TABLE-AREA.
003220     05  WS-TAX-RATE-COUNT       PIC 9(03) COMP VALUE ZERO.
003230     05  TAX-RATE-ENTRY OCCURS 99 TIMES
003240             INDEXED BY TX-IDX.
003250         10  TX-TBL-STATE            PIC X(02).
003260         10  TX-TBL-RATE             PIC V9(04).
003270*----------------------------------------------------------------
003280* RELEASE REPORT LINES
003290*----------------------------------------------------------------
003300 01  HDG-TITLE-LINE.
003310     05  FILLER                  PIC X(01) VALUE SPACE.
003320     05  FILLER                  PIC X(30) VALUE
003330         'BACKORDER RELEASE REPORT'.
003340     05  FILLER                  PIC X(06) VALUE 'DATE'.
003350     05  HDG-RUN-DATE            PIC 9(08).
003360 01  HDG-COLUMN-LINE.
003370     05  FILLER                  PIC X(01) VALUE SPACE.
003380     05  FILLER                  PIC X(08) VALUE 'ORDER'.
003390     05  FILLER                  PIC X(03) VALUE SPACE.
003400     05  FILLER                  PIC X(11) VALUE 'CUSTOMER ID'.
003410     05  FILLER                  PIC X(02) VALUE SPACE.
003420     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
003430     05  FILLER                  PIC X(02) VALUE SPACE.
003440     05  FILLER                  PIC X(08) VALUE 'QUANTITY'.
003450     05  FILLER                  PIC X(02) VALUE SPACE.
003460     05  FILLER                  PIC X(08) VALUE 'REFUSED'.
003470     05  FILLER                  PIC X(03) VALUE SPACE.
003480     05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
003490 01  DTL-LINE.
003500     05  FILLER                  PIC X(01) VALUE SPACE.
003510     05  DTL-ORDER-NUMBER        PIC 9(08).
003520     05  FILLER                  PIC X(03) VALUE SPACE.
003530     05  DTL-CUSTOMER-ID         PIC 9(10).
003540     05  FILLER                  PIC X(03) VALUE SPACE.
003550     05  DTL-PRODUCT-ID          PIC 9(08).
003560     05  FILLER                  PIC X(04) VALUE SPACE.
003570     05  DTL-QUANTITY            PIC ZZ,ZZ9.
003580     05  FILLER                  PIC X(02) VALUE SPACE.
003590     05  DTL-DATE-REFUSED        PIC 9(08).
003600     05  FILLER                  PIC X(03) VALUE SPACE.
003610     05  DTL-DISPOSITION         PIC X(40).
003620 01  TOTAL-LINE.
003630     05  FILLER                  PIC X(01) VALUE SPACE.
003640     05  TOT-TEXT                PIC X(38).
003650     05  TOT-COUNT               PIC ZZZZZZ9.
003660     05  FILLER                  PIC X(02) VALUE SPACE.
003670     05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
003680*----------------------------------------------------------------
003690* OUT-OF-BALANCE REPORT LINES - PRINTED ON THE RELEASE REPORT
003700* WHEN THE INCOMING CUSTOMER MASTER FAILS ITS CONTROL CHECK
003710*----------------------------------------------------------------
003720 01  OOB-TITLE-LINE.
003730     05  FILLER                  PIC X(01) VALUE SPACE.
003740     05  FILLER                  PIC X(50) VALUE
003750         'CUSTOMER MASTER OUT OF BALANCE - RUN STOPPED'.
003760 01  OOB-DETAIL-LINE.
003770     05  FILLER                  PIC X(01) VALUE SPACE.
003780     05  OOB-LABEL               PIC X(22).
003790     05  OOB-COUNT               PIC ZZZZZZZZ9.
003800     05  FILLER                  PIC X(03) VALUE SPACE.
003810     05  OOB-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003820 01  CLS-STOP-LINE.
003830     05  FILLER                  PIC X(01) VALUE SPACE.
003840     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
003850     05  CLS-BUSINESS-DATE       PIC 9(08).
003860     05  FILLER                  PIC X(03) VALUE ' - '.
003870     05  CLS-REASON              PIC X(50).
003880 PROCEDURE DIVISION.
003890*----------------------------------------------------------------
003900 0000-MAINLINE.
003910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003920     IF RUN-DATE-REFUSED
003930         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
003940         STOP RUN
003950     END-IF.
003960     IF RUN-OUT-OF-BALANCE
003970         PERFORM 3900-OUT-OF-BALANCE-STOP THRU 3900-EXIT
003980         STOP RUN
003990     END-IF.
004000     PERFORM 2000-PROCESS-BACKORDER THRU 2000-EXIT
004010         UNTIL TRANS-END-OF-FILE.
004020     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
004030     STOP RUN.
004040*----------------------------------------------------------------
004050 1000-INITIALIZE.
004060     OPEN OUTPUT REPORT-FILE.
004070     OPEN EXTEND BALANCE-LOG-FILE.
004080     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
004090     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
004100     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
004110     IF RUN-DATE-REFUSED
004120         GO TO 1000-EXIT
004130     END-IF.
004140     PERFORM 1200-VERIFY-CUSTOMER-CONTROL THRU 1200-EXIT.
004150     IF RUN-OUT-OF-BALANCE
004160         GO TO 1000-EXIT
004170     END-IF.
004180     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
004190     SORT SORT-WORK
004200         ON ASCENDING KEY SW-DATE-REFUSED SW-ORDER-NUMBER
004210         WITH DUPLICATES IN ORDER
004220         USING BACKORDER-FILE
004230         GIVING SORTED-BACKORDER-FILE.
004240     OPEN INPUT SORTED-BACKORDER-FILE.
004250     OPEN OUTPUT NEW-BACKORDER-FILE.
004260     OPEN I-O PRODUCT-FILE.
004270     OPEN INPUT PRICE-AGREEMENT-FILE.
004280     OPEN OUTPUT AUDIT-FILE.
004290     OPEN EXTEND SALES-HISTORY-FILE.
004300     OPEN EXTEND TAX-HISTORY-FILE.
004310     OPEN EXTEND OPEN-ITEM-FILE.
004320     OPEN EXTEND STOCK-MOVEMENT-FILE.
004330     PERFORM 1400-LOAD-TAX-TABLE THRU 1400-EXIT.
004340     PERFORM 1300-READ-BACKORDER THRU 1300-EXIT.
004350 1000-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* THE MASTER IS COUNTED AND ITS BALANCES HASHED IN ONE PASS IN
004390* KEY SEQUENCE, THEN CHECKED AGAINST THE CONTROL RECORD ITS
004400* WRITER LEFT.  NO CONTROL FILE AT ALL MEANS THE SUBSYSTEM IS
004410* BEING BOOTSTRAPPED AND THE RUN IS ACCEPTED.  A MISMATCH STOPS
004420* THE RUN BEFORE A SINGLE LINE RELEASES.  THE FILE STAYS OPEN
004430* I-O FOR THE KEYED APPLY THAT FOLLOWS.
004440*----------------------------------------------------------------
004450 1200-VERIFY-CUSTOMER-CONTROL.
004460     OPEN I-O CUSTOMER-FILE.
004470     SET WS-MASTER-EOF-SWITCH TO 'N'.
004480     READ CUSTOMER-FILE NEXT
004490         AT END
004500             SET MASTER-END-OF-FILE TO TRUE
004510     END-READ.
004520     PERFORM 1210-COUNT-ONE-CUSTOMER THRU 1210-EXIT
004530         UNTIL MASTER-END-OF-FILE.
004540     SET WS-CTL-FOUND-SWITCH TO 'N'.
004550     OPEN INPUT CUSTOMER-CONTROL-FILE.
004560     IF WS-CTL-FILE-STATUS = '00'
004570         READ CUSTOMER-CONTROL-FILE
004580             INTO WS-CONTROL-RECORD
004590             AT END
004600                 CONTINUE
004610             NOT AT END
004620                 SET WS-CTL-FOUND-SWITCH TO 'Y'
004630                 MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT
004640                 MOVE CTL-HASH-TOTAL TO WS-CTL-EXP-HASH
004650         END-READ
004660         CLOSE CUSTOMER-CONTROL-FILE
004670     END-IF.
004680     IF WS-CTL-FOUND-SWITCH = 'Y'
004690         AND (WS-CTL-EXP-COUNT NOT = WS-CUST-IN-COUNT
004700             OR WS-CTL-EXP-HASH NOT = WS-CUST-IN-HASH)
004710         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
004720         MOVE 'F' TO CTL-ACTION
004730     ELSE
004740         MOVE 'V' TO CTL-ACTION
004750     END-IF.
004760     MOVE 'CUSTOMER' TO CTL-FILE-ID.
004770     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
004780     MOVE WS-CUST-IN-HASH TO CTL-HASH-TOTAL.
004790     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
004800     MOVE 'BACKREL' TO CTL-SOURCE-PROGRAM.
004810     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004820     MOVE WS-CUST-IN-HASH TO WS-CUST-OUT-HASH.
004830 1200-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860 1210-COUNT-ONE-CUSTOMER.
004870     ADD 1 TO WS-CUST-IN-COUNT.
004880     ADD ACCOUNT-BALANCE TO WS-CUST-IN-HASH.
004890     READ CUSTOMER-FILE NEXT
004900         AT END
004910             SET MASTER-END-OF-FILE TO TRUE
004920     END-READ.
004930 1210-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960 1300-READ-BACKORDER.
004970     READ SORTED-BACKORDER-FILE
004980         AT END
004990             SET TRANS-END-OF-FILE TO TRUE
005000     END-READ.
005010 1300-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040* THE TAX RATE TABLE IS SMALL AND FIXED - ONE RECORD PER TAXING
005050* STATE - SO IT LOADS IN FULL AT START OF RUN.
005060*----------------------------------------------------------------
005070 1400-LOAD-TAX-TABLE.
005080     OPEN INPUT TAX-RATE-FILE.
005090     READ TAX-RATE-FILE
005100         AT END
005110             SET TAX-RATE-END-OF-FILE TO TRUE
005120     END-READ.
005130     PERFORM 1410-LOAD-TAX-ENTRY THRU 1410-EXIT
005140         UNTIL TAX-RATE-END-OF-FILE.
005150     CLOSE TAX-RATE-FILE.
005160 1400-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190 1410-LOAD-TAX-ENTRY.
005200     IF WS-TAX-RATE-COUNT < 99
005210         ADD 1 TO WS-TAX-RATE-COUNT
005220         SET TX-IDX TO WS-TAX-RATE-COUNT
005230         MOVE TR-STATE TO TX-TBL-STATE (TX-IDX)
005240         MOVE TR-TAX-RATE TO TX-TBL-RATE (TX-IDX)
005250     END-IF.
005260     READ TAX-RATE-FILE
005270         AT END
005280             SET TAX-RATE-END-OF-FILE TO TRUE
005290     END-READ.
005300 1410-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
005340* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
005350* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
005360* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
005370* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
005380* REFUSES THE RUN BEFORE ANYTHING POSTS.
005390*----------------------------------------------------------------
005400 1900-READ-BUSINESS-DATE.
005410     MOVE ZERO TO WS-BUSINESS-DATE.
005420     OPEN INPUT BUSINESS-DATE-FILE.
005430     IF WS-BIZ-FILE-STATUS = '00'
005440         READ BUSINESS-DATE-FILE
005450             AT END
005460                 CONTINUE
005470             NOT AT END
005480                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
005490         END-READ
005500         CLOSE BUSINESS-DATE-FILE
005510     END-IF.
005520     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
005530     IF WS-BUSINESS-DATE = ZERO
005540         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
005550             TO CLS-REASON
005560         SET RUN-DATE-REFUSED TO TRUE
005570         GO TO 1900-EXIT
005580     END-IF.
005590     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
005600     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
005610     OPEN INPUT PERIOD-CALENDAR-FILE.
005620     READ PERIOD-CALENDAR-FILE
005630         AT END
005640             SET PERIOD-END-OF-FILE TO TRUE
005650     END-READ.
005660     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
005670         UNTIL PERIOD-END-OF-FILE.
005680     CLOSE PERIOD-CALENDAR-FILE.
005690     IF POSTING-PERIOD-OPEN
005700         GO TO 1900-EXIT
005710     END-IF.
005720     IF POSTING-PERIOD-CLOSED
005730         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
005740     ELSE
005750         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
005760             TO CLS-REASON
005770     END-IF.
005780     SET RUN-DATE-REFUSED TO TRUE.
005790 1900-EXIT.
005800     EXIT.
005810*----------------------------------------------------------------
005820 1910-CHECK-ONE-PERIOD.
005830     IF WS-BUSINESS-DATE NOT < PC-START-DATE
005840         AND WS-BUSINESS-DATE NOT > PC-END-DATE
005850         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
005860         SET PERIOD-END-OF-FILE TO TRUE
005870         GO TO 1910-EXIT
005880     END-IF.
005890     READ PERIOD-CALENDAR-FILE
005900         AT END
005910             SET PERIOD-END-OF-FILE TO TRUE
005920     END-READ.
005930 1910-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960 2000-PROCESS-BACKORDER.
005970     PERFORM 2100-TRY-RELEASE THRU 2100-EXIT.
005980     PERFORM 1300-READ-BACKORDER THRU 1300-EXIT.
005990 2000-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020 2100-TRY-RELEASE.
006030     SET CURRENT-CUSTOMER-FOUND TO FALSE.
006040     MOVE SB-CUSTOMER-ID TO CUSTOMER-ID.
006050     READ CUSTOMER-FILE
006060         INVALID KEY
006070             CONTINUE
006080         NOT INVALID KEY
006090             SET CURRENT-CUSTOMER-FOUND TO TRUE
006100     END-READ.
006110     IF NOT CURRENT-CUSTOMER-FOUND
006120         MOVE 'WAITING - CUSTOMER NOT ON MASTER'
006130             TO DTL-DISPOSITION
006140         PERFORM 2300-KEEP-WAITING THRU 2300-EXIT
006150         GO TO 2100-EXIT
006160     END-IF.
006170     MOVE ZERO TO WS-CURRENT-TAX-RATE.
006180     PERFORM 2150-FIND-TAX-RATE THRU 2150-EXIT.
006190     SET WS-PROD-FOUND-SWITCH TO 'N'.
006200     MOVE SB-PRODUCT-ID TO PRODUCT-ID.
006210     READ PRODUCT-FILE
006220         INVALID KEY
006230             CONTINUE
006240         NOT INVALID KEY
006250             SET WS-PROD-FOUND-SWITCH TO 'Y'
006260     END-READ.
006270     IF WS-PROD-FOUND-SWITCH NOT = 'Y'
006280         MOVE 'WAITING - PRODUCT NOT ON MASTER'
006290             TO DTL-DISPOSITION
006300         PERFORM 2300-KEEP-WAITING THRU 2300-EXIT
006310         GO TO 2100-EXIT
006320     END-IF.
006330     PERFORM 2160-VERIFY-CONTRACT-PRICE THRU 2160-EXIT.
006340     IF WS-PRICE-REJECT-SWITCH = 'Y'
006350         MOVE WS-PRICE-REASON TO DTL-DISPOSITION
006360         ADD 1 TO WS-REJECTED-COUNT
006370         PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
006380         GO TO 2100-EXIT
006390     END-IF.
006400     COMPUTE WS-NEW-QUANTITY =
006410         QUANTITY-ON-HAND - SB-QUANTITY.
006420     IF WS-NEW-QUANTITY < 0
006430         MOVE 'WAITING - STOCK STILL SHORT' TO DTL-DISPOSITION
006440         PERFORM 2300-KEEP-WAITING THRU 2300-EXIT
006450         GO TO 2100-EXIT
006460     END-IF.
006470     PERFORM 2170-CHECK-CREDIT THRU 2170-EXIT.
006480     IF CREDIT-HOLD
006490         MOVE 'WAITING - OVER CREDIT LIMIT' TO DTL-DISPOSITION
006500         PERFORM 2300-KEEP-WAITING THRU 2300-EXIT
006510         GO TO 2100-EXIT
006520     END-IF.
006530     PERFORM 2200-RELEASE-LINE THRU 2200-EXIT.
006540 2100-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------
006570* A STATE WITH NO ENTRY ON THE TAX RATE TABLE CHARGES NO TAX -
006580* THE RATE STAYS ZERO AND THE LINE BILLS MERCHANDISE ONLY.
006590*----------------------------------------------------------------
006600 2150-FIND-TAX-RATE.
006610     SET TX-IDX TO 1.
006620     IF WS-TAX-RATE-COUNT > ZERO
006630         SEARCH TAX-RATE-ENTRY
006640             AT END
006650                 CONTINUE
006660             WHEN TX-IDX > WS-TAX-RATE-COUNT
006670                 CONTINUE
006680             WHEN TX-TBL-STATE (TX-IDX) = STATE
006690                 MOVE TX-TBL-RATE (TX-IDX) TO WS-CURRENT-TAX-RATE
006700         END-SEARCH
006710     END-IF.
006720 2150-EXIT.
006730     EXIT.
006740*----------------------------------------------------------------
006750* THE BACKORDER KEEPS THE PRICE THE CUSTOMER ORDERED AT, WHICH
006760* ORDPOST ALREADY VERIFIED.  ONLY A CONTRACT LINE IS CHECKED
006770* AGAIN, SINCE ITS AGREEMENT MAY HAVE BEEN REPRICED WHILE THE
006780* LINE WAITED - AGAINST THE AGREEMENT IN FORCE ON THE REFUSAL
006790* DATE, WHICH STANDS IN FOR THE ORDER DATE AS IT DOES ON THE
006800* SALES HISTORY.  A LINE WITH NO CONTRACT PRICE PASSES.
006810*----------------------------------------------------------------
006820 2160-VERIFY-CONTRACT-PRICE.
006830     SET WS-PRICE-REJECT-SWITCH TO 'N'.
006840     PERFORM 2162-FIND-CONTRACT-PRICE THRU 2162-EXIT.
006850     IF NOT CONTRACT-PRICE-APPLIES
006860         GO TO 2160-EXIT
006870     END-IF.
006880     COMPUTE WS-PRICE-TOLERANCE ROUNDED =
006890         WS-CONTRACT-UNIT-PRICE * WS-PRICE-TOLERANCE-RATE.
006900     IF SB-UNIT-PRICE >
006910             WS-CONTRACT-UNIT-PRICE + WS-PRICE-TOLERANCE
006920         OR SB-UNIT-PRICE <
006930             WS-CONTRACT-UNIT-PRICE - WS-PRICE-TOLERANCE
006940         SET WS-PRICE-REJECT-SWITCH TO 'Y'
006950         MOVE SB-UNIT-PRICE TO WS-REASON-ORDER-PRICE
006960         MOVE WS-CONTRACT-UNIT-PRICE TO WS-REASON-CONTRACT-PRICE
006970     END-IF.
006980 2160-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010* THE CUSTOMER'S AGREEMENT FOR THE PRODUCT ITSELF IS TRIED FIRST,
007020* THEN THE ONE FOR THE PRODUCT'S CATEGORY, THE SAME WAY ORDPOST
007030* LOOKS THEM UP.
007040*----------------------------------------------------------------
007050 2162-FIND-CONTRACT-PRICE.
007060     SET WS-CONTRACT-SWITCH TO 'N'.
007070     MOVE SB-CUSTOMER-ID TO PA-CUSTOMER-ID.
007080     SET PA-PRODUCT-AGREEMENT TO TRUE.
007090     MOVE SPACE TO PA-ITEM-KEY.
007100     MOVE SB-PRODUCT-ID TO PA-PRODUCT-ID.
007110     PERFORM 2164-TRY-AGREEMENT THRU 2164-EXIT.
007120     IF CONTRACT-PRICE-APPLIES
007130         GO TO 2162-EXIT
007140     END-IF.
007150     MOVE SB-CUSTOMER-ID TO PA-CUSTOMER-ID.
007160     SET PA-CATEGORY-AGREEMENT TO TRUE.
007170     MOVE PRODUCT-CATEGORY TO PA-ITEM-KEY.
007180     PERFORM 2164-TRY-AGREEMENT THRU 2164-EXIT.
007190 2162-EXIT.
007200     EXIT.
007210*----------------------------------------------------------------
007220 2164-TRY-AGREEMENT.
007230     SET WS-AGR-FOUND-SWITCH TO 'N'.
007240     READ PRICE-AGREEMENT-FILE
007250         INVALID KEY
007260             CONTINUE
007270         NOT INVALID KEY
007280             SET WS-AGR-FOUND-SWITCH TO 'Y'
007290     END-READ.
007300     IF WS-AGR-FOUND-SWITCH NOT = 'Y'
007310         GO TO 2164-EXIT
007320     END-IF.
007330     IF SB-DATE-REFUSED < PA-START-DATE
007340         OR SB-DATE-REFUSED > PA-END-DATE
007350         GO TO 2164-EXIT
007360     END-IF.
007370     MOVE ZERO TO WS-TIER-HIT.
007380     MOVE 1 TO WS-TIER-SUB.
007390     PERFORM 2166-CHECK-ONE-TIER THRU 2166-EXIT
007400         UNTIL WS-TIER-SUB > 5.
007410     IF WS-TIER-HIT = ZERO
007420         GO TO 2164-EXIT
007430     END-IF.
007440     IF PA-PERCENT-OFF
007450         COMPUTE WS-CONTRACT-UNIT-PRICE ROUNDED =
007460             UNIT-PRICE *
007470             (100 - PA-TIER-PERCENT-OFF (WS-TIER-HIT)) / 100
007480     ELSE
007490         MOVE PA-TIER-UNIT-PRICE (WS-TIER-HIT)
007500             TO WS-CONTRACT-UNIT-PRICE
007510     END-IF.
007520     SET CONTRACT-PRICE-APPLIES TO TRUE.
007530 2164-EXIT.
007540     EXIT.
007550*----------------------------------------------------------------
007560* TIER 1 IS THE BASE PRICE; A LATER TIER WITH NO MINIMUM IS
007570* UNUSED.  THE LAST TIER THE LINE REACHES PRICES IT.
007580*----------------------------------------------------------------
007590 2166-CHECK-ONE-TIER.
007600     IF WS-TIER-SUB > 1
007610         AND PA-TIER-MIN-QUANTITY (WS-TIER-SUB) = ZERO
007620         ADD 1 TO WS-TIER-SUB
007630         GO TO 2166-EXIT
007640     END-IF.
007650     IF SB-QUANTITY NOT < PA-TIER-MIN-QUANTITY (WS-TIER-SUB)
007660         MOVE WS-TIER-SUB TO WS-TIER-HIT
007670     END-IF.
007680     ADD 1 TO WS-TIER-SUB.
007690 2166-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------
007720* A ZERO CREDIT-LIMIT MEANS NO LIMIT HAS BEEN ASSIGNED AND THE
007730* ACCOUNT IS NOT CHECKED, THE SAME RULE ORDPOST APPLIES.  THE
007740* CHECK USES THE FULL BILLED AMOUNT - MERCHANDISE PLUS TAX.
007750*----------------------------------------------------------------
007760 2170-CHECK-CREDIT.
007770     MOVE 'N' TO WS-CREDIT-HOLD-SWITCH.
007780     IF CREDIT-LIMIT = ZERO
007790         GO TO 2170-EXIT
007800     END-IF.
007810     COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
007820         SB-QUANTITY * SB-UNIT-PRICE.
007830     COMPUTE WS-TAX-AMOUNT ROUNDED =
007840         WS-EXTENDED-AMOUNT * WS-CURRENT-TAX-RATE.
007850     IF ACCOUNT-BALANCE + WS-EXTENDED-AMOUNT + WS-TAX-AMOUNT
007860             > CREDIT-LIMIT
007870         SET CREDIT-HOLD TO TRUE
007880     END-IF.
007890 2170-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920* THE OUTGOING BALANCE HASH IS MAINTAINED AS EACH CUSTOMER IS
007930* REWRITTEN - THE RECORD COUNT NEVER CHANGES HERE, SO NO
007940* CLOSING PASS OVER THE MASTER IS NEEDED.
007950*----------------------------------------------------------------
007960 2200-RELEASE-LINE.
007970     MOVE QUANTITY-ON-HAND TO WS-OLD-QUANTITY-ON-HAND.
007980     MOVE ACCOUNT-BALANCE TO WS-OLD-ACCOUNT-BALANCE.
007990     COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
008000         SB-QUANTITY * SB-UNIT-PRICE.
008010     COMPUTE WS-TAX-AMOUNT ROUNDED =
008020         WS-EXTENDED-AMOUNT * WS-CURRENT-TAX-RATE.
008030     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT TO ACCOUNT-BALANCE.
008040     MOVE WS-NEW-QUANTITY TO QUANTITY-ON-HAND.
008050     REWRITE PRODUCT-RECORD.
008060     REWRITE CUSTOMER-RECORD.
008070     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT TO WS-CUST-OUT-HASH.
008080     PERFORM 2230-WRITE-AUDIT THRU 2230-EXIT.
008090     PERFORM 2260-WRITE-SALES-HISTORY THRU 2260-EXIT.
008100     PERFORM 2270-WRITE-TAX-HISTORY THRU 2270-EXIT.
008110     PERFORM 2280-WRITE-OPEN-ITEM THRU 2280-EXIT.
008120     PERFORM 2290-WRITE-STOCK-MOVEMENT THRU 2290-EXIT.
008130     ADD 1 TO WS-RELEASED-COUNT.
008140     ADD WS-EXTENDED-AMOUNT TO WS-RELEASED-AMOUNT.
008150     MOVE 'RELEASED AND BILLED' TO DTL-DISPOSITION.
008160     PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT.
008170 2200-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200 2230-WRITE-AUDIT.
008210     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
008220     ACCEPT WS-AUDIT-TIME FROM TIME.
008230     MOVE SPACE TO AUDIT-RECORD.
008240     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
008250     MOVE 'BACKREL' TO AUD-SOURCE-PROGRAM.
008260     SET AUD-PRODUCT-MASTER TO TRUE.
008270     MOVE SB-PRODUCT-ID TO AUD-KEY.
008280     MOVE PRODUCT-STATUS TO AUD-OLD-PRODUCT-STATUS.
008290     MOVE PRODUCT-STATUS TO AUD-NEW-PRODUCT-STATUS.
008300     MOVE UNIT-PRICE TO AUD-OLD-UNIT-PRICE.
008310     MOVE UNIT-PRICE TO AUD-NEW-UNIT-PRICE.
008320     MOVE UNIT-COST TO AUD-OLD-UNIT-COST.
008330     MOVE UNIT-COST TO AUD-NEW-UNIT-COST.
008340     MOVE WS-OLD-QUANTITY-ON-HAND TO AUD-OLD-QUANTITY-ON-HAND.
008350     MOVE WS-NEW-QUANTITY TO AUD-NEW-QUANTITY-ON-HAND.
008360     WRITE AUDIT-RECORD.
008370     MOVE SPACE TO AUDIT-RECORD.
008380     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
008390     MOVE 'BACKREL' TO AUD-SOURCE-PROGRAM.
008400     SET AUD-CUSTOMER-MASTER TO TRUE.
008410     MOVE SB-CUSTOMER-ID TO AUD-KEY.
008420     MOVE CUSTOMER-STATUS TO AUD-OLD-CUSTOMER-STATUS.
008430     MOVE CUSTOMER-STATUS TO AUD-NEW-CUSTOMER-STATUS.
008440     MOVE WS-OLD-ACCOUNT-BALANCE TO AUD-OLD-ACCOUNT-BALANCE.
008450     MOVE ACCOUNT-BALANCE TO AUD-NEW-ACCOUNT-BALANCE.
008460     WRITE AUDIT-RECORD.
008470 2230-EXIT.
008480     EXIT.
008490*----------------------------------------------------------------
008500* THE ORIGINAL ORDER DATE IS NOT ON THE BACKORDER RECORD; THE
008510* DATE THE LINE WAS REFUSED STANDS IN FOR IT, AND THE POSTED
008520* DATE IS THE RELEASE DATE THE CUSTOMER WAS ACTUALLY BILLED ON.
008530* THE LINE IS CREDITED TO THE REP IT WAS ORDERED UNDER; A
008540* BACKORDER WITHOUT ONE FALLS BACK TO THE CUSTOMER'S REP.
008550*----------------------------------------------------------------
008560 2260-WRITE-SALES-HISTORY.
008570     MOVE SB-ORDER-NUMBER TO SH-ORDER-NUMBER.
008580     MOVE SB-DATE-REFUSED TO SH-ORDER-DATE.
008590     MOVE WS-BUSINESS-DATE TO SH-POSTED-DATE.
008600     MOVE SB-CUSTOMER-ID TO SH-CUSTOMER-ID.
008610     MOVE SB-PRODUCT-ID TO SH-PRODUCT-ID.
008620     MOVE SB-QUANTITY TO SH-QUANTITY.
008630     MOVE WS-EXTENDED-AMOUNT TO SH-EXTENDED-AMOUNT.
008640     IF CONTRACT-PRICE-APPLIES
008650         SET SH-CONTRACT-PRICE TO TRUE
008660     ELSE
008670         SET SH-LIST-PRICE TO TRUE
008680     END-IF.
008690     MOVE SB-SALESPERSON-ID TO SH-SALESPERSON-ID.
008700     IF SH-SALESPERSON-ID = SPACE
008710         MOVE CUSTOMER-SALESPERSON-ID TO SH-SALESPERSON-ID
008720     END-IF.
008730     WRITE SALES-HISTORY-RECORD.
008740 2260-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------
008770* ONLY A LINE CHARGED TAX IS WORTH A HISTORY RECORD - A STATE
008780* WITH NO TABLE ENTRY HAS NOTHING TO FILE.
008790*----------------------------------------------------------------
008800 2270-WRITE-TAX-HISTORY.
008810     IF WS-CURRENT-TAX-RATE = ZERO
008820         GO TO 2270-EXIT
008830     END-IF.
008840     MOVE WS-BUSINESS-DATE TO TH-POSTED-DATE.
008850     MOVE SB-ORDER-NUMBER TO TH-ORDER-NUMBER.
008860     MOVE STATE TO TH-STATE.
008870     MOVE WS-EXTENDED-AMOUNT TO TH-TAXABLE-AMOUNT.
008880     MOVE WS-TAX-AMOUNT TO TH-TAX-AMOUNT.
008890     WRITE TAX-HISTORY-RECORD.
008900 2270-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------
008930* THE RELEASED LINE JOINS THE OPEN-ITEM SUBLEDGER UNDER ITS
008940* ORIGINAL ORDER NUMBER, DATED THE DAY IT WAS ACTUALLY BILLED,
008950* SO THE AGING STARTS FROM THE BILLING, NOT THE REFUSAL.
008960*----------------------------------------------------------------
008970 2280-WRITE-OPEN-ITEM.
008980     MOVE SB-CUSTOMER-ID TO OI-CUSTOMER-ID.
008990     MOVE SB-ORDER-NUMBER TO OI-ORDER-NUMBER.
009000     MOVE WS-BUSINESS-DATE TO OI-INVOICE-DATE.
009010     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT
009020         GIVING OI-INVOICE-AMOUNT.
009030     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT
009040         GIVING OI-OPEN-AMOUNT.
009050     MOVE SB-PRODUCT-ID TO OI-PRODUCT-ID.
009060     WRITE OPEN-ITEM-RECORD.
009070 2280-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------
009100* THE RELEASE COMES OUT OF STOCK - A NEGATIVE MOVEMENT UNDER THE
009110* ORIGINAL ORDER NUMBER, DATED THE DAY IT WAS BILLED.
009120*----------------------------------------------------------------
009130 2290-WRITE-STOCK-MOVEMENT.
009140     MOVE SB-PRODUCT-ID TO SM-PRODUCT-ID.
009150     SET SM-BACKORDER-RELEASE TO TRUE.
009160     COMPUTE SM-QUANTITY = ZERO - SB-QUANTITY.
009170     MOVE SB-ORDER-NUMBER TO SM-DOCUMENT-NUMBER.
009180     MOVE WS-BUSINESS-DATE TO SM-BUSINESS-DATE.
009190     MOVE 'BACKREL' TO SM-SOURCE-PROGRAM.
009200     WRITE STOCK-MOVEMENT-RECORD.
009210 2290-EXIT.
009220     EXIT.
009230*----------------------------------------------------------------
009240 2300-KEEP-WAITING.
009250     WRITE NEW-BACKORDER-RECORD FROM SORTED-BACKORDER-RECORD.
009260     ADD 1 TO WS-WAITING-COUNT.
009270     PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT.
009280 2300-EXIT.
009290     EXIT.
009300*----------------------------------------------------------------
009310 2400-PRINT-DETAIL.
009320     MOVE SB-ORDER-NUMBER TO DTL-ORDER-NUMBER.
009330     MOVE SB-CUSTOMER-ID TO DTL-CUSTOMER-ID.
009340     MOVE SB-PRODUCT-ID TO DTL-PRODUCT-ID.
009350     MOVE SB-QUANTITY TO DTL-QUANTITY.
009360     MOVE SB-DATE-REFUSED TO DTL-DATE-REFUSED.
009370     WRITE REPORT-LINE FROM DTL-LINE.
009380 2400-EXIT.
009390     EXIT.
009400*----------------------------------------------------------------
009410 3000-FINISH-UP.
009420     MOVE SPACE TO REPORT-LINE.
009430     WRITE REPORT-LINE.
009440     MOVE 'LINES RELEASED - COUNT / AMOUNT:' TO TOT-TEXT.
009450     MOVE WS-RELEASED-COUNT TO TOT-COUNT.
009460     MOVE WS-RELEASED-AMOUNT TO TOT-AMOUNT.
009470     WRITE REPORT-LINE FROM TOTAL-LINE.
009480     MOVE 'LINES STILL WAITING:' TO TOT-TEXT.
009490     MOVE WS-WAITING-COUNT TO TOT-COUNT.
009500     MOVE ZERO TO TOT-AMOUNT.
009510     WRITE REPORT-LINE FROM TOTAL-LINE.
009520     MOVE 'LINES REJECTED - CONTRACT PRICE:' TO TOT-TEXT.
009530     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
009540     MOVE ZERO TO TOT-AMOUNT.
009550     WRITE REPORT-LINE FROM TOTAL-LINE.
009560     CLOSE CUSTOMER-FILE.
009570     PERFORM 3300-WRITE-CUSTOMER-CONTROL THRU 3300-EXIT.
009580     CLOSE SORTED-BACKORDER-FILE.
009590     CLOSE NEW-BACKORDER-FILE.
009600     CLOSE PRODUCT-FILE.
009610     CLOSE PRICE-AGREEMENT-FILE.
009620     CLOSE AUDIT-FILE.
009630     CLOSE SALES-HISTORY-FILE.
009640     CLOSE TAX-HISTORY-FILE.
009650     CLOSE OPEN-ITEM-FILE.
009660     CLOSE STOCK-MOVEMENT-FILE.
009670     CLOSE REPORT-FILE.
009680     CLOSE BALANCE-LOG-FILE.
009690 3000-EXIT.
009700     EXIT.
009710*----------------------------------------------------------------
009720* THE NEW MASTER'S CONTROL RECORD - WHAT TOMORROW'S READERS
009730* MUST COUNT AND HASH TO BE ALLOWED TO RUN.
009740*----------------------------------------------------------------
009750 3300-WRITE-CUSTOMER-CONTROL.
009760     MOVE 'CUSTOMER' TO CTL-FILE-ID.
009770     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
009780     MOVE WS-CUST-OUT-HASH TO CTL-HASH-TOTAL.
009790     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
009800     MOVE 'BACKREL' TO CTL-SOURCE-PROGRAM.
009810     MOVE 'W' TO CTL-ACTION.
009820     OPEN OUTPUT CUSTOMER-CONTROL-FILE.
009830     WRITE CUSTOMER-CONTROL-RECORD FROM WS-CONTROL-RECORD.
009840     CLOSE CUSTOMER-CONTROL-FILE.
009850     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
009860 3300-EXIT.
009870     EXIT.
009880*----------------------------------------------------------------
009890* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
009900* NONZERO RETURN CODE.  NOTHING HAS BEEN POSTED OR WRITTEN.
009910*----------------------------------------------------------------
009920 3850-DATE-REFUSED-STOP.
009930     WRITE REPORT-LINE FROM CLS-STOP-LINE.
009940     CLOSE REPORT-FILE.
009950     CLOSE BALANCE-LOG-FILE.
009960     MOVE 16 TO RETURN-CODE.
009970 3850-EXIT.
009980     EXIT.
009990*----------------------------------------------------------------
010000* THE MASTER FAILED ITS CONTROL CHECK - REPORT WHAT WAS
010010* EXPECTED AGAINST WHAT WAS COUNTED AND HAND OPERATIONS A
010020* NONZERO RETURN CODE.  NOTHING HAS BEEN RELEASED OR WRITTEN.
010030*----------------------------------------------------------------
010040 3900-OUT-OF-BALANCE-STOP.
010050     WRITE REPORT-LINE FROM OOB-TITLE-LINE.
010060     MOVE SPACE TO OOB-DETAIL-LINE.
010070     MOVE 'CONTROL EXPECTED: ' TO OOB-LABEL.
010080     MOVE WS-CTL-EXP-COUNT TO OOB-COUNT.
010090     MOVE WS-CTL-EXP-HASH TO OOB-HASH.
010100     WRITE REPORT-LINE FROM OOB-DETAIL-LINE.
010110     MOVE SPACE TO OOB-DETAIL-LINE.
010120     MOVE 'MASTER COUNTED:   ' TO OOB-LABEL.
010130     MOVE WS-CUST-IN-COUNT TO OOB-COUNT.
010140     MOVE WS-CUST-IN-HASH TO OOB-HASH.
010150     WRITE REPORT-LINE FROM OOB-DETAIL-LINE.
010160     CLOSE CUSTOMER-FILE.
010170     CLOSE REPORT-FILE.
010180     CLOSE BALANCE-LOG-FILE.
010190     MOVE 16 TO RETURN-CODE.
010200 3900-EXIT.
010210     EXIT.
