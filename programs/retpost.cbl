000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - CUSTOMER RETURNS POSTING
000200* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000210*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000220*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000230*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000240*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000250* 2026-10-15 DW   STOCK LEDGER - EVERY POSTED RETURN NOW ALSO
000260*                 APPENDS A RETURN MOVEMENT (STKMOVE.CPY) UNDER
000270*                 THE ORIGINAL ORDER NUMBER, FOR THE MONTHLY
000280*                 STOCK CARD (STKCARD).  RENUMBERED
000290* 2026-10-15 DW   THE SALES HISTORY RECORD NOW CARRIES A PRICE
000300*                 SOURCE; A RETURN ENTRY LEAVES IT BLANK, SINCE
000310*                 THE RETURN DOES NOT SAY HOW THE LINE WAS PRICED.
000320*                 RENUMBERED
000330* 2026-10-15 DW   A RETURN ENTRY IN THE SALES HISTORY NOW CARRIES
000340*                 THE CUSTOMER'S ASSIGNED SALESPERSON; THE
000350*                 COMMISSION REPORT (COMMRPT) CHARGES THE RETURN
000360*                 BACK TO THE REP WHO SOLD THE ORIGINAL LINE WHEN
000370*                 IT CAN FIND IT.  RENUMBERED
000380* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000390*                 ORDER
000400* 2026-10-15 DW   THE OPEN ITEM NOW CARRIES THE PRODUCT OF A
000410*                 BACKREL ITEM - CARRIED THROUGH THE TABLE
000420*                 UNCHANGED.  RENUMBERED
000430*----------------------------------------------------------------
000440* THIS PROGRAM POSTS THE DAY'S CUSTOMER RETURNS (RETN.CPY) -
000450* THE REVERSE OF WHAT ORDPOST DID WHEN THE LINE FIRST BILLED.
000460* EACH RETURN ADDS ITS QUANTITY BACK ONTO QUANTITY-ON-HAND
000470* THROUGH THE INDEXED PRODUCT FILE, CREDITS THE CUSTOMER'S
000480* ACCOUNT-BALANCE WITH THE BILLED AMOUNT PLUS THE TAX THAT WAS
000490* CHARGED FOR THE CUSTOMER'S STATE, AND APPENDS NEGATIVE SALES
000500* AND TAX HISTORY ENTRIES UNDER THE ORIGINAL ORDER NUMBER, SO
000510* SALESANL AND TAXRPT NET THE RETURN OUT OF THE MONTH INSTEAD
000520* OF OVERSTATING IT.  BEFORE/AFTER IMAGES OF BOTH MASTERS GO TO
000530* AUDIT-FILE EXACTLY THE WAY ORDPOST AUDITS ITS UPDATES.
000540*
000550* THE CREDIT IS ALSO RELIEVED AGAINST THE OPEN-ITEM AR
000560* SUBLEDGER THE WAY CASHPOST RELIEVES A RECEIPT - THE RETURNED
000570* ORDER'S OWN ITEM FIRST, OLDEST INVOICE FIRST FOR ANY REST -
000580* AND THE SUBLEDGER IS REWRITTEN AT FINISH WITH ONLY THE ITEMS
000590* STILL OPEN.  A RETURN NAMING A CUSTOMER OR PRODUCT NOT ON ITS
000600* MASTER, OR CREDITING MORE THAN THE ACCOUNT OWES, IS REFUSED
000610* AND REPORTED.  THE RUN JOINS THE CUSTOMER MASTER'S
000620* CONTROL-TOTAL CHAIN (CTL.CPY) THE SAME WAY CASHPOST DOES.
000630*----------------------------------------------------------------
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER. IBM-370.
000670 OBJECT-COMPUTER. IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT RETURN-TRANS-FILE ASSIGN TO RETIN
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS PRODUCT-ID.
000760     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS CUSTOMER-ID.
000800     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHOUT
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT TAX-HISTORY-FILE ASSIGN TO TAXHOUT
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT OPEN-ITEM-FILE ASSIGN TO OPENIN
000890         ORGANIZATION IS SEQUENTIAL.
000900     SELECT NEW-OPEN-ITEM-FILE ASSIGN TO OPENOUT
000910         ORGANIZATION IS SEQUENTIAL.
000920     SELECT REPORT-FILE ASSIGN TO RETRPT
000930         ORGANIZATION IS SEQUENTIAL.
000940     SELECT CUSTOMER-CONTROL-FILE ASSIGN TO CUSTCTL
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-CTL-FILE-STATUS.
000970     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
000980         ORGANIZATION IS SEQUENTIAL.
000990     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS WS-BIZ-FILE-STATUS.
001020     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
001030         ORGANIZATION IS SEQUENTIAL.
001040     SELECT STOCK-MOVEMENT-FILE ASSIGN TO STKMOUT
001050         ORGANIZATION IS SEQUENTIAL.
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  RETURN-TRANS-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 COPY "retn.cpy".
001120 FD  PRODUCT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 COPY "product.cpy".
001160 FD  CUSTOMER-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY "customer.cpy".
001200 FD  AUDIT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY "audit.cpy".
001240 FD  SALES-HISTORY-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 COPY "saleshist.cpy".
001280 FD  TAX-RATE-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 COPY "taxrate.cpy".
001320 FD  TAX-HISTORY-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 COPY "taxhist.cpy".
001360 FD  OPEN-ITEM-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 COPY "openitem.cpy".
001400 FD  NEW-OPEN-ITEM-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD.
001430 01  NEW-OPEN-ITEM-RECORD        PIC X(56).
001440 FD  REPORT-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE OMITTED.
001470 01  REPORT-LINE                 PIC X(132).
001480 FD  CUSTOMER-CONTROL-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 01  CUSTOMER-CONTROL-RECORD     PIC X(49).
001520 FD  BALANCE-LOG-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 01  BALANCE-LOG-RECORD          PIC X(49).
001560 FD  BUSINESS-DATE-FILE
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590 COPY "bizdate.cpy".
001600 FD  PERIOD-CALENDAR-FILE
001610     RECORDING MODE IS F
001620     LABEL RECORDS ARE STANDARD.
001630 COPY "percal.cpy".
001640 FD  STOCK-MOVEMENT-FILE
001650     RECORDING MODE IS F
001660     LABEL RECORDS ARE STANDARD.
001670 COPY "stkmove.cpy".
001680 WORKING-STORAGE SECTION.
001690*----------------------------------------------------------------
001700* SWITCHES
001710*----------------------------------------------------------------
001720 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
001730     88  MASTER-END-OF-FILE               VALUE 'Y'.
001740 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001750     88  TRANS-END-OF-FILE                VALUE 'Y'.
001760 77  WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001770     88  RETURN-CUSTOMER-FOUND            VALUE 'Y'.
001780 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001790 77  WS-TAX-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
001800     88  TAX-RATE-END-OF-FILE             VALUE 'Y'.
001810 77  WS-OPEN-EOF-SWITCH          PIC X(01) VALUE 'N'.
001820     88  OPEN-ITEM-END-OF-FILE            VALUE 'Y'.
001830 77  WS-OPEN-OVFL-SWITCH         PIC X(01) VALUE 'N'.
001840     88  OPEN-TABLE-OVERFLOW              VALUE 'Y'.
001850*----------------------------------------------------------------
001860* COUNTERS AND WORK AMOUNTS
001870*----------------------------------------------------------------
001880 77  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
001890 77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001900 77  WS-APPLIED-AMOUNT           PIC 9(09)V99 VALUE ZERO.
001910 77  WS-RESTOCKED-UNITS          PIC 9(07) COMP VALUE ZERO.
001920 77  WS-EXTENDED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001930 77  WS-TAX-AMOUNT               PIC 9(07)V99 VALUE ZERO.
001940 77  WS-CREDIT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001950 77  WS-CURRENT-TAX-RATE         PIC V9(04) VALUE ZERO.
001960 77  WS-OLD-QUANTITY-ON-HAND     PIC 9(06) VALUE ZERO.
001970 77  WS-OLD-ACCOUNT-BALANCE      PIC 9(07)V99 VALUE ZERO.
001980 77  WS-REMAINING-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001990 77  WS-APPLY-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002000 77  WS-OLDEST-IDX               PIC 9(05) COMP VALUE ZERO.
002010 77  WS-OLDEST-DATE              PIC 9(08) VALUE ZERO.
002020 77  WS-OLDEST-ORDER             PIC 9(08) VALUE ZERO.
002030 77  WS-OI-SCAN-IDX              PIC 9(05) COMP VALUE ZERO.
002040 77  WS-ITEMS-RETIRED-COUNT      PIC 9(07) COMP VALUE ZERO.
002050 77  WS-ITEMS-OPEN-COUNT         PIC 9(07) COMP VALUE ZERO.
002060 01  WS-AUDIT-TIMESTAMP.
002070     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
002080     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
002090*----------------------------------------------------------------
002100* BUSINESS DATE AND POSTING PERIOD
002110*----------------------------------------------------------------
002120 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
002130 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002140 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
002150     88  PERIOD-END-OF-FILE               VALUE 'Y'.
002160 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
002170     88  POSTING-PERIOD-OPEN              VALUE 'O'.
002180     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
002190 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
002200     88  RUN-DATE-REFUSED                 VALUE 'Y'.
002210*----------------------------------------------------------------
002220* RUN-TO-RUN CONTROL TOTALS FOR THE CUSTOMER MASTER
002230*----------------------------------------------------------------
002240 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACE.
002250 77  WS-CTL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002260 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
002270     88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.
002280 77  WS-CUST-IN-COUNT            PIC 9(09) VALUE ZERO.
002290 77  WS-CUST-IN-HASH             PIC 9(13)V99 VALUE ZERO.
002300 77  WS-CUST-OUT-HASH            PIC 9(13)V99 VALUE ZERO.
002310 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
002320 77  WS-CTL-EXP-HASH             PIC 9(13)V99 VALUE ZERO.
002330 COPY "ctl.cpy"
002340     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
002350*----------------------------------------------------------------
002360* SALES TAX RATE TABLE - LOADED IN FULL FROM TAX-RATE-FILE AT
002370* START OF RUN.  99 SLOTS COVERS EVERY STATE AND TERRITORY.
002380*----------------------------------------------------------------
002390 01  TAX-RATE-TABLE-AREA.
002400     05  WS-TAX-RATE-COUNT       PIC 9(03) COMP VALUE ZERO.
002410     05  TAX-RATE-ENTRY OCCURS 99 TIMES
002420             INDEXED BY TX-IDX.
002430         10  TX-TBL-STATE            PIC X(02).
002440         10  TX-TBL-RATE             PIC V9(04).
002450*----------------------------------------------------------------
002460* OPEN-ITEM SUBLEDGER, LOADED IN FULL AT START OF RUN AND
002470* REWRITTEN AT FINISH WITH ONLY THE ITEMS STILL OPEN, THE SAME
002480* SHAPE CASHPOST USES.
002490*----------------------------------------------------------------
002500 01  OPEN-ITEM-AREA.
002510     05  WS-OPEN-ITEM-COUNT      PIC 9(05) COMP VALUE ZERO.
002520     05  OPEN-ITEM-ENTRY OCCURS 20000 TIMES
002530             INDEXED BY OI-IDX.
002540         10  OIT-CUSTOMER-ID         PIC 9(10).
002550         10  OIT-ORDER-NUMBER        PIC 9(08).
002560         10  OIT-INVOICE-DATE        PIC 9(08).
002570         10  OIT-INVOICE-AMOUNT      PIC 9(09)V99.
002580         10  OIT-OPEN-AMOUNT         PIC 9(09)V99.
002590         10  OIT-PRODUCT-ID          PIC 9(08).
002600 01  WS-NEW-OPEN-ITEM.
002610     05  NOI-CUSTOMER-ID         PIC 9(10).
002620     05  NOI-ORDER-NUMBER        PIC 9(08).
002630     05  NOI-INVOICE-DATE        PIC 9(08).
002640     05  NOI-INVOICE-AMOUNT      PIC 9(09)V99.
002650     05  NOI-OPEN-AMOUNT         PIC 9(09)V99.
002660     05  NOI-PRODUCT-ID          PIC 9(08).
002670*----------------------------------------------------------------
002680* RETURNS JOURNAL LINES
002690*----------------------------------------------------------------
002700 01  HDG-TITLE-LINE.
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  FILLER                  PIC X(30) VALUE
002730         'CUSTOMER RETURNS JOURNAL'.
002740     05  FILLER                  PIC X(06) VALUE 'DATE'.
002750     05  HDG-RUN-DATE            PIC 9(08).
002760 01  HDG-COLUMN-LINE.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  FILLER                  PIC X(08) VALUE 'ORDER'.
002790     05  FILLER                  PIC X(03) VALUE SPACE.
002800     05  FILLER                  PIC X(11) VALUE 'CUSTOMER ID'.
002810     05  FILLER                  PIC X(02) VALUE SPACE.
002820     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
002830     05  FILLER                  PIC X(02) VALUE SPACE.
002840     05  FILLER                  PIC X(08) VALUE 'QUANTITY'.
002850     05  FILLER                  PIC X(06) VALUE SPACE.
002860     05  FILLER                  PIC X(06) VALUE 'CREDIT'.
002870     05  FILLER                  PIC X(07) VALUE SPACE.
002880     05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
002890 01  DTL-LINE.
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  DTL-ORDER-NUMBER        PIC 9(08).
002920     05  FILLER                  PIC X(03) VALUE SPACE.
002930     05  DTL-CUSTOMER-ID         PIC 9(10).
002940     05  FILLER                  PIC X(03) VALUE SPACE.
002950     05  DTL-PRODUCT-ID          PIC 9(08).
002960     05  FILLER                  PIC X(04) VALUE SPACE.
002970     05  DTL-QUANTITY            PIC ZZ,ZZ9.
002980     05  FILLER                  PIC X(02) VALUE SPACE.
002990     05  DTL-CREDIT              PIC Z,ZZZ,ZZ9.99.
003000     05  FILLER                  PIC X(02) VALUE SPACE.
003010     05  DTL-DISPOSITION         PIC X(40).
003020 01  JRN-APPLY-LINE.
003030     05  FILLER                  PIC X(05) VALUE SPACE.
003040     05  FILLER                  PIC X(18) VALUE
003050         'CREDITED ORDER '.
003060     05  JRN-APPLY-ORDER         PIC 9(08).
003070     05  FILLER                  PIC X(02) VALUE SPACE.
003080     05  JRN-APPLY-AMOUNT        PIC Z,ZZZ,ZZ9.99.
003090 01  JRN-ONACCT-LINE.
003100     05  FILLER                  PIC X(05) VALUE SPACE.
003110     05  FILLER                  PIC X(28) VALUE
003120         'ON ACCOUNT - NO OPEN ITEM '.
003130     05  JRN-ONACCT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
003140 01  TOTAL-LINE.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  TOT-TEXT                PIC X(38).
003170     05  TOT-COUNT               PIC ZZZZZZ9.
003180     05  FILLER                  PIC X(02) VALUE SPACE.
003190     05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
003200*----------------------------------------------------------------
003210* OUT-OF-BALANCE AND OVERFLOW STOP LINES
003220*----------------------------------------------------------------
003230 01  OOB-TITLE-LINE.
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  FILLER                  PIC X(50) VALUE
003260         'CUSTOMER MASTER OUT OF BALANCE - RUN STOPPED'.
003270 01  OOB-DETAIL-LINE.
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  OOB-LABEL               PIC X(22).
003300     05  OOB-COUNT               PIC ZZZZZZZZ9.
003310     05  FILLER                  PIC X(03) VALUE SPACE.
003320     05  OOB-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003330 01  OI-OVFL-LINE.
003340     05  FILLER                  PIC X(01) VALUE SPACE.
003350     05  FILLER                  PIC X(52) VALUE
003360         'OPEN-ITEM SUBLEDGER EXCEEDS TABLE - RUN STOPPED'.
003370 01  CLS-STOP-LINE.
003380     05  FILLER                  PIC X(01) VALUE SPACE.
003390     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
003400     05  CLS-BUSINESS-DATE       PIC 9(08).
003410     05  FILLER                  PIC X(03) VALUE ' - '.
003420     05  CLS-REASON              PIC X(50).
003430 PROCEDURE DIVISION.
003440*----------------------------------------------------------------
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     IF RUN-DATE-REFUSED
003480         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
003490         STOP RUN
003500     END-IF.
003510     IF RUN-OUT-OF-BALANCE
003520         PERFORM 3900-OUT-OF-BALANCE-STOP THRU 3900-EXIT
003530         STOP RUN
003540     END-IF.
003550     IF OPEN-TABLE-OVERFLOW
003560         PERFORM 3950-OPEN-OVERFLOW-STOP THRU 3950-EXIT
003570         STOP RUN
003580     END-IF.
003590     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
003600         UNTIL TRANS-END-OF-FILE.
003610     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
003620     STOP RUN.
003630*----------------------------------------------------------------
003640 1000-INITIALIZE.
003650     OPEN OUTPUT REPORT-FILE.
003660     OPEN EXTEND BALANCE-LOG-FILE.
003670     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
003680     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
003690     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
003700     IF RUN-DATE-REFUSED
003710         GO TO 1000-EXIT
003720     END-IF.
003730     PERFORM 1300-VERIFY-CUSTOMER-CONTROL THRU 1300-EXIT.
003740     IF RUN-OUT-OF-BALANCE
003750         GO TO 1000-EXIT
003760     END-IF.
003770     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
003780     PERFORM 1400-LOAD-OPEN-ITEMS THRU 1400-EXIT.
003790     IF OPEN-TABLE-OVERFLOW
003800         GO TO 1000-EXIT
003810     END-IF.
003820     OPEN INPUT RETURN-TRANS-FILE.
003830     OPEN I-O PRODUCT-FILE.
003840     OPEN OUTPUT AUDIT-FILE.
003850     OPEN EXTEND SALES-HISTORY-FILE.
003860     OPEN EXTEND TAX-HISTORY-FILE.
003870     OPEN EXTEND STOCK-MOVEMENT-FILE.
003880     PERFORM 1500-LOAD-TAX-TABLE THRU 1500-EXIT.
003890     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003900 1000-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------
003930* THE MASTER IS COUNTED AND ITS BALANCES HASHED IN ONE PASS IN
003940* KEY SEQUENCE, THEN CHECKED AGAINST THE CONTROL RECORD ITS
003950* WRITER LEFT.  NO CONTROL FILE AT ALL MEANS THE SUBSYSTEM IS
003960* BEING BOOTSTRAPPED AND THE RUN IS ACCEPTED.  A MISMATCH STOPS
003970* THE RUN BEFORE A SINGLE RETURN POSTS.  THE FILE STAYS OPEN
003980* I-O FOR THE KEYED APPLY THAT FOLLOWS.
003990*----------------------------------------------------------------
004000 1300-VERIFY-CUSTOMER-CONTROL.
004010     OPEN I-O CUSTOMER-FILE.
004020     SET WS-MASTER-EOF-SWITCH TO 'N'.
004030     READ CUSTOMER-FILE NEXT
004040         AT END
004050             SET MASTER-END-OF-FILE TO TRUE
004060     END-READ.
004070     PERFORM 1310-COUNT-ONE-CUSTOMER THRU 1310-EXIT
004080         UNTIL MASTER-END-OF-FILE.
004090     SET WS-CTL-FOUND-SWITCH TO 'N'.
004100     OPEN INPUT CUSTOMER-CONTROL-FILE.
004110     IF WS-CTL-FILE-STATUS = '00'
004120         READ CUSTOMER-CONTROL-FILE
004130             INTO WS-CONTROL-RECORD
004140             AT END
004150                 CONTINUE
004160             NOT AT END
004170                 SET WS-CTL-FOUND-SWITCH TO 'Y'
004180                 MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT
004190                 MOVE CTL-HASH-TOTAL TO WS-CTL-EXP-HASH
004200         END-READ
004210         CLOSE CUSTOMER-CONTROL-FILE
004220     END-IF.
004230     IF WS-CTL-FOUND-SWITCH = 'Y'
004240         AND (WS-CTL-EXP-COUNT NOT = WS-CUST-IN-COUNT
004250             OR WS-CTL-EXP-HASH NOT = WS-CUST-IN-HASH)
004260         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
004270         MOVE 'F' TO CTL-ACTION
004280     ELSE
004290         MOVE 'V' TO CTL-ACTION
004300     END-IF.
004310     MOVE 'CUSTOMER' TO CTL-FILE-ID.
004320     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
004330     MOVE WS-CUST-IN-HASH TO CTL-HASH-TOTAL.
004340     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
004350     MOVE 'RETPOST' TO CTL-SOURCE-PROGRAM.
004360     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004370     MOVE WS-CUST-IN-HASH TO WS-CUST-OUT-HASH.
004380 1300-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410 1310-COUNT-ONE-CUSTOMER.
004420     ADD 1 TO WS-CUST-IN-COUNT.
004430     ADD ACCOUNT-BALANCE TO WS-CUST-IN-HASH.
004440     READ CUSTOMER-FILE NEXT
004450         AT END
004460             SET MASTER-END-OF-FILE TO TRUE
004470     END-READ.
004480 1310-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* THE OPEN-ITEM SUBLEDGER LOADS IN FULL - RETURNS ARRIVE IN
004520* ENTRY ORDER AND EACH CREDIT HAS TO SEE EVERY ITEM ITS
004530* CUSTOMER STILL OWES.  AN OVERFLOW STOPS THE RUN.
004540*----------------------------------------------------------------
004550 1400-LOAD-OPEN-ITEMS.
004560     OPEN INPUT OPEN-ITEM-FILE.
004570     READ OPEN-ITEM-FILE
004580         AT END
004590             SET OPEN-ITEM-END-OF-FILE TO TRUE
004600     END-READ.
004610     PERFORM 1410-LOAD-ONE-OPEN-ITEM THRU 1410-EXIT
004620         UNTIL OPEN-ITEM-END-OF-FILE
004630         OR OPEN-TABLE-OVERFLOW.
004640     CLOSE OPEN-ITEM-FILE.
004650 1400-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680 1410-LOAD-ONE-OPEN-ITEM.
004690     IF WS-OPEN-ITEM-COUNT < 20000
004700         ADD 1 TO WS-OPEN-ITEM-COUNT
004710         SET OI-IDX TO WS-OPEN-ITEM-COUNT
004720         MOVE OI-CUSTOMER-ID TO OIT-CUSTOMER-ID (OI-IDX)
004730         MOVE OI-ORDER-NUMBER TO OIT-ORDER-NUMBER (OI-IDX)
004740         MOVE OI-INVOICE-DATE TO OIT-INVOICE-DATE (OI-IDX)
004750         MOVE OI-INVOICE-AMOUNT TO OIT-INVOICE-AMOUNT (OI-IDX)
004760         MOVE OI-OPEN-AMOUNT TO OIT-OPEN-AMOUNT (OI-IDX)
004770         MOVE OI-PRODUCT-ID TO OIT-PRODUCT-ID (OI-IDX)
004780     ELSE
004790         SET OPEN-TABLE-OVERFLOW TO TRUE
004800         GO TO 1410-EXIT
004810     END-IF.
004820     READ OPEN-ITEM-FILE
004830         AT END
004840             SET OPEN-ITEM-END-OF-FILE TO TRUE
004850     END-READ.
004860 1410-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890* THE TAX RATE TABLE IS SMALL AND FIXED - ONE RECORD PER TAXING
004900* STATE - SO IT LOADS IN FULL AT START OF RUN.
004910*----------------------------------------------------------------
004920 1500-LOAD-TAX-TABLE.
004930     OPEN INPUT TAX-RATE-FILE.
004940     READ TAX-RATE-FILE
004950         AT END
004960             SET TAX-RATE-END-OF-FILE TO TRUE
004970     END-READ.
004980     PERFORM 1510-LOAD-TAX-ENTRY THRU 1510-EXIT
004990         UNTIL TAX-RATE-END-OF-FILE.
005000     CLOSE TAX-RATE-FILE.
005010 1500-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040 1510-LOAD-TAX-ENTRY.
005050     IF WS-TAX-RATE-COUNT < 99
005060         ADD 1 TO WS-TAX-RATE-COUNT
005070         SET TX-IDX TO WS-TAX-RATE-COUNT
005080         MOVE TR-STATE TO TX-TBL-STATE (TX-IDX)
005090         MOVE TR-TAX-RATE TO TX-TBL-RATE (TX-IDX)
005100     END-IF.
005110     READ TAX-RATE-FILE
005120         AT END
005130             SET TAX-RATE-END-OF-FILE TO TRUE
005140     END-READ.
005150 1510-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------
005180 1200-READ-TRANS.
005190     READ RETURN-TRANS-FILE
005200         AT END
005210             SET TRANS-END-OF-FILE TO TRUE
005220     END-READ.
005230 1200-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
005270* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
005280* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
005290* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
005300* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
005310* REFUSES THE RUN BEFORE ANYTHING POSTS.
005320*----------------------------------------------------------------
005330 1900-READ-BUSINESS-DATE.
005340     MOVE ZERO TO WS-BUSINESS-DATE.
005350     OPEN INPUT BUSINESS-DATE-FILE.
005360     IF WS-BIZ-FILE-STATUS = '00'
005370         READ BUSINESS-DATE-FILE
005380             AT END
005390                 CONTINUE
005400             NOT AT END
005410                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
005420         END-READ
005430         CLOSE BUSINESS-DATE-FILE
005440     END-IF.
005450     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
005460     IF WS-BUSINESS-DATE = ZERO
005470         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
005480             TO CLS-REASON
005490         SET RUN-DATE-REFUSED TO TRUE
005500         GO TO 1900-EXIT
005510     END-IF.
005520     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
005530     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
005540     OPEN INPUT PERIOD-CALENDAR-FILE.
005550     READ PERIOD-CALENDAR-FILE
005560         AT END
005570             SET PERIOD-END-OF-FILE TO TRUE
005580     END-READ.
005590     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
005600         UNTIL PERIOD-END-OF-FILE.
005610     CLOSE PERIOD-CALENDAR-FILE.
005620     IF POSTING-PERIOD-OPEN
005630         GO TO 1900-EXIT
005640     END-IF.
005650     IF POSTING-PERIOD-CLOSED
005660         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
005670     ELSE
005680         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
005690             TO CLS-REASON
005700     END-IF.
005710     SET RUN-DATE-REFUSED TO TRUE.
005720 1900-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750 1910-CHECK-ONE-PERIOD.
005760     IF WS-BUSINESS-DATE NOT < PC-START-DATE
005770         AND WS-BUSINESS-DATE NOT > PC-END-DATE
005780         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
005790         SET PERIOD-END-OF-FILE TO TRUE
005800         GO TO 1910-EXIT
005810     END-IF.
005820     READ PERIOD-CALENDAR-FILE
005830         AT END
005840             SET PERIOD-END-OF-FILE TO TRUE
005850     END-READ.
005860 1910-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890 2000-PROCESS-RETURN.
005900     SET WS-CUSTOMER-FOUND-SWITCH TO 'N'.
005910     MOVE RN-CUSTOMER-ID TO CUSTOMER-ID.
005920     READ CUSTOMER-FILE
005930         INVALID KEY
005940             CONTINUE
005950         NOT INVALID KEY
005960             SET RETURN-CUSTOMER-FOUND TO TRUE
005970     END-READ.
005980     IF NOT RETURN-CUSTOMER-FOUND
005990         MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
006000             TO DTL-DISPOSITION
006010         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
006020         GO TO 2000-NEXT-TRANS
006030     END-IF.
006040     SET WS-PROD-FOUND-SWITCH TO 'N'.
006050     MOVE RN-PRODUCT-ID TO PRODUCT-ID.
006060     READ PRODUCT-FILE
006070         INVALID KEY
006080             CONTINUE
006090         NOT INVALID KEY
006100             SET WS-PROD-FOUND-SWITCH TO 'Y'
006110     END-READ.
006120     IF WS-PROD-FOUND-SWITCH NOT = 'Y'
006130         MOVE 'REJECTED - PRODUCT NOT ON MASTER'
006140             TO DTL-DISPOSITION
006150         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
006160         GO TO 2000-NEXT-TRANS
006170     END-IF.
006180     MOVE ZERO TO WS-CURRENT-TAX-RATE.
006190     PERFORM 2100-FIND-TAX-RATE THRU 2100-EXIT.
006200     COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
006210         RN-QUANTITY * RN-UNIT-PRICE.
006220     COMPUTE WS-TAX-AMOUNT ROUNDED =
006230         WS-EXTENDED-AMOUNT * WS-CURRENT-TAX-RATE.
006240     ADD WS-EXTENDED-AMOUNT WS-TAX-AMOUNT
006250         GIVING WS-CREDIT-AMOUNT.
006260     IF WS-CREDIT-AMOUNT > ACCOUNT-BALANCE
006270         MOVE 'REJECTED - CREDIT EXCEEDS BALANCE'
006280             TO DTL-DISPOSITION
006290         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
006300         GO TO 2000-NEXT-TRANS
006310     END-IF.
006320     PERFORM 2200-APPLY-RETURN THRU 2200-EXIT.
006330 2000-NEXT-TRANS.
006340     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
006350 2000-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* A STATE WITH NO ENTRY ON THE TAX RATE TABLE CHARGED NO TAX
006390* WHEN THE LINE BILLED, SO THE CREDIT CARRIES NONE BACK EITHER.
006400*----------------------------------------------------------------
006410 2100-FIND-TAX-RATE.
006420     SET TX-IDX TO 1.
006430     IF WS-TAX-RATE-COUNT > ZERO
006440         SEARCH TAX-RATE-ENTRY
006450             AT END
006460                 CONTINUE
006470             WHEN TX-IDX > WS-TAX-RATE-COUNT
006480                 CONTINUE
006490             WHEN TX-TBL-STATE (TX-IDX) = STATE OF CUSTOMER-RECORD
006500                 MOVE TX-TBL-RATE (TX-IDX) TO WS-CURRENT-TAX-RATE
006510         END-SEARCH
006520     END-IF.
006530 2100-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* THE RETURN APPLIES AS ONE UNIT - STOCK BACK ON, CREDIT OFF
006570* THE BALANCE, OFFSETTING HISTORY, AUDITS OF BOTH MASTERS, AND
006580* THE OPEN-ITEM RELIEF - SO EVERY FILE TELLS THE SAME STORY.
006590*----------------------------------------------------------------
006600 2200-APPLY-RETURN.
006610     MOVE QUANTITY-ON-HAND TO WS-OLD-QUANTITY-ON-HAND.
006620     MOVE ACCOUNT-BALANCE TO WS-OLD-ACCOUNT-BALANCE.
006630     ADD RN-QUANTITY TO QUANTITY-ON-HAND.
006640     REWRITE PRODUCT-RECORD.
006650     SUBTRACT WS-CREDIT-AMOUNT FROM ACCOUNT-BALANCE.
006660     REWRITE CUSTOMER-RECORD.
006670     SUBTRACT WS-CREDIT-AMOUNT FROM WS-CUST-OUT-HASH.
006680     PERFORM 2300-WRITE-SALES-HISTORY THRU 2300-EXIT.
006690     PERFORM 2400-WRITE-TAX-HISTORY THRU 2400-EXIT.
006700     PERFORM 2450-WRITE-STOCK-MOVEMENT THRU 2450-EXIT.
006710     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT.
006720     PERFORM 2600-RELIEVE-OPEN-ITEMS THRU 2600-EXIT.
006730     ADD 1 TO WS-APPLIED-COUNT.
006740     ADD WS-CREDIT-AMOUNT TO WS-APPLIED-AMOUNT.
006750     ADD RN-QUANTITY TO WS-RESTOCKED-UNITS.
006760     MOVE 'RESTOCKED AND CREDITED' TO DTL-DISPOSITION.
006770     PERFORM 2950-PRINT-DETAIL THRU 2950-EXIT.
006780 2200-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------
006810* THE OFFSETTING ENTRY GOES OUT UNDER THE ORIGINAL ORDER
006820* NUMBER WITH NEGATIVE UNITS AND DOLLARS - EVERY READER THAT
006830* TOTALS THE HISTORY NETS THE RETURN OUT WITHOUT KNOWING
006840* RETURNS EXIST.
006850* THE RETURN PAPERWORK DOES NOT NAME A REP, SO THE CUSTOMER'S
006860* ASSIGNED ONE STANDS IN.
006870*----------------------------------------------------------------
006880 2300-WRITE-SALES-HISTORY.
006890     MOVE RN-ORDER-NUMBER TO SH-ORDER-NUMBER.
006900     MOVE RN-RETURN-DATE TO SH-ORDER-DATE.
006910     MOVE WS-BUSINESS-DATE TO SH-POSTED-DATE.
006920     MOVE RN-CUSTOMER-ID TO SH-CUSTOMER-ID.
006930     MOVE RN-PRODUCT-ID TO SH-PRODUCT-ID.
006940     COMPUTE SH-QUANTITY = ZERO - RN-QUANTITY.
006950     COMPUTE SH-EXTENDED-AMOUNT = ZERO - WS-EXTENDED-AMOUNT.
006960     MOVE SPACE TO SH-PRICE-SOURCE.
006970     MOVE CUSTOMER-SALESPERSON-ID TO SH-SALESPERSON-ID.
006980     WRITE SALES-HISTORY-RECORD.
006990 2300-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------
007020 2400-WRITE-TAX-HISTORY.
007030     IF WS-CURRENT-TAX-RATE = ZERO
007040         GO TO 2400-EXIT
007050     END-IF.
007060     MOVE WS-BUSINESS-DATE TO TH-POSTED-DATE.
007070     MOVE RN-ORDER-NUMBER TO TH-ORDER-NUMBER.
007080     MOVE STATE OF CUSTOMER-RECORD TO TH-STATE.
007090     COMPUTE TH-TAXABLE-AMOUNT = ZERO - WS-EXTENDED-AMOUNT.
007100     COMPUTE TH-TAX-AMOUNT = ZERO - WS-TAX-AMOUNT.
007110     WRITE TAX-HISTORY-RECORD.
007120 2400-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150* THE RETURNED UNITS GO BACK INTO STOCK - A POSITIVE MOVEMENT
007160* UNDER THE ORDER THEY WERE ORIGINALLY BILLED ON.
007170*----------------------------------------------------------------
007180 2450-WRITE-STOCK-MOVEMENT.
007190     MOVE RN-PRODUCT-ID TO SM-PRODUCT-ID.
007200     SET SM-RETURN TO TRUE.
007210     MOVE RN-QUANTITY TO SM-QUANTITY.
007220     MOVE RN-ORDER-NUMBER TO SM-DOCUMENT-NUMBER.
007230     MOVE WS-BUSINESS-DATE TO SM-BUSINESS-DATE.
007240     MOVE 'RETPOST' TO SM-SOURCE-PROGRAM.
007250     WRITE STOCK-MOVEMENT-RECORD.
007260 2450-EXIT.
007270     EXIT.
007280*----------------------------------------------------------------
007290 2500-WRITE-AUDIT.
007300     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
007310     ACCEPT WS-AUDIT-TIME FROM TIME.
007320     MOVE SPACE TO AUDIT-RECORD.
007330     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
007340     MOVE 'RETPOST' TO AUD-SOURCE-PROGRAM.
007350     SET AUD-PRODUCT-MASTER TO TRUE.
007360     MOVE RN-PRODUCT-ID TO AUD-KEY.
007370     MOVE PRODUCT-STATUS TO AUD-OLD-PRODUCT-STATUS.
007380     MOVE PRODUCT-STATUS TO AUD-NEW-PRODUCT-STATUS.
007390     MOVE UNIT-PRICE TO AUD-OLD-UNIT-PRICE.
007400     MOVE UNIT-PRICE TO AUD-NEW-UNIT-PRICE.
007410     MOVE UNIT-COST TO AUD-OLD-UNIT-COST.
007420     MOVE UNIT-COST TO AUD-NEW-UNIT-COST.
007430     MOVE WS-OLD-QUANTITY-ON-HAND TO AUD-OLD-QUANTITY-ON-HAND.
007440     MOVE QUANTITY-ON-HAND TO AUD-NEW-QUANTITY-ON-HAND.
007450     WRITE AUDIT-RECORD.
007460     MOVE SPACE TO AUDIT-RECORD.
007470     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
007480     MOVE 'RETPOST' TO AUD-SOURCE-PROGRAM.
007490     SET AUD-CUSTOMER-MASTER TO TRUE.
007500     MOVE RN-CUSTOMER-ID TO AUD-KEY.
007510     MOVE CUSTOMER-STATUS TO AUD-OLD-CUSTOMER-STATUS.
007520     MOVE CUSTOMER-STATUS TO AUD-NEW-CUSTOMER-STATUS.
007530     MOVE WS-OLD-ACCOUNT-BALANCE TO AUD-OLD-ACCOUNT-BALANCE.
007540     MOVE ACCOUNT-BALANCE TO AUD-NEW-ACCOUNT-BALANCE.
007550     WRITE AUDIT-RECORD.
007560 2500-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590* THE CREDIT RELIEVES THE OPEN-ITEM SUBLEDGER THE WAY CASHPOST
007600* RELIEVES A RECEIPT - THE RETURNED ORDER'S OWN ITEM FIRST,
007610* OLDEST INVOICE FIRST FOR ANY REST, ON ACCOUNT IF EVERYTHING
007620* IS ALREADY PAID.
007630*----------------------------------------------------------------
007640 2600-RELIEVE-OPEN-ITEMS.
007650     MOVE WS-CREDIT-AMOUNT TO WS-REMAINING-AMOUNT.
007660     PERFORM 2605-APPLY-TO-NAMED-ORDER THRU 2605-EXIT.
007670     PERFORM 2610-APPLY-TO-OLDEST-ITEM THRU 2610-EXIT
007680         UNTIL WS-REMAINING-AMOUNT = ZERO.
007690 2600-EXIT.
007700     EXIT.
007710*----------------------------------------------------------------
007720 2605-APPLY-TO-NAMED-ORDER.
007730     MOVE ZERO TO WS-OI-SCAN-IDX.
007740     PERFORM 2608-SCAN-NAMED-ITEM THRU 2608-EXIT
007750         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT
007760         OR WS-REMAINING-AMOUNT = ZERO.
007770 2605-EXIT.
007780     EXIT.
007790*----------------------------------------------------------------
007800 2608-SCAN-NAMED-ITEM.
007810     ADD 1 TO WS-OI-SCAN-IDX.
007820     SET OI-IDX TO WS-OI-SCAN-IDX.
007830     IF OIT-CUSTOMER-ID (OI-IDX) = RN-CUSTOMER-ID
007840         AND OIT-ORDER-NUMBER (OI-IDX) = RN-ORDER-NUMBER
007850         AND OIT-OPEN-AMOUNT (OI-IDX) > ZERO
007860         PERFORM 2650-APPLY-ONE-AMOUNT THRU 2650-EXIT
007870     END-IF.
007880 2608-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910 2610-APPLY-TO-OLDEST-ITEM.
007920     PERFORM 2620-FIND-OLDEST-ITEM THRU 2620-EXIT.
007930     IF WS-OLDEST-IDX = ZERO
007940         MOVE WS-REMAINING-AMOUNT TO JRN-ONACCT-AMOUNT
007950         WRITE REPORT-LINE FROM JRN-ONACCT-LINE
007960         MOVE ZERO TO WS-REMAINING-AMOUNT
007970         GO TO 2610-EXIT
007980     END-IF.
007990     SET OI-IDX TO WS-OLDEST-IDX.
008000     PERFORM 2650-APPLY-ONE-AMOUNT THRU 2650-EXIT.
008010 2610-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------
008040 2620-FIND-OLDEST-ITEM.
008050     MOVE ZERO TO WS-OLDEST-IDX.
008060     MOVE ZERO TO WS-OI-SCAN-IDX.
008070     PERFORM 2630-SCAN-ONE-ITEM THRU 2630-EXIT
008080         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT.
008090 2620-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120 2630-SCAN-ONE-ITEM.
008130     ADD 1 TO WS-OI-SCAN-IDX.
008140     SET OI-IDX TO WS-OI-SCAN-IDX.
008150     IF OIT-CUSTOMER-ID (OI-IDX) = RN-CUSTOMER-ID
008160         AND OIT-OPEN-AMOUNT (OI-IDX) > ZERO
008170         IF WS-OLDEST-IDX = ZERO
008180             OR OIT-INVOICE-DATE (OI-IDX) < WS-OLDEST-DATE
008190             OR (OIT-INVOICE-DATE (OI-IDX) = WS-OLDEST-DATE
008200                 AND OIT-ORDER-NUMBER (OI-IDX)
008210                     < WS-OLDEST-ORDER)
008220             MOVE WS-OI-SCAN-IDX TO WS-OLDEST-IDX
008230             MOVE OIT-INVOICE-DATE (OI-IDX) TO WS-OLDEST-DATE
008240             MOVE OIT-ORDER-NUMBER (OI-IDX) TO WS-OLDEST-ORDER
008250         END-IF
008260     END-IF.
008270 2630-EXIT.
008280     EXIT.
008290*----------------------------------------------------------------
008300* APPLIES WHAT IT CAN OF THE CREDIT TO THE ITEM OI-IDX POINTS
008310* AT AND PRINTS THE APPLICATION UNDER THE RETURN.
008320*----------------------------------------------------------------
008330 2650-APPLY-ONE-AMOUNT.
008340     IF WS-REMAINING-AMOUNT < OIT-OPEN-AMOUNT (OI-IDX)
008350         MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
008360     ELSE
008370         MOVE OIT-OPEN-AMOUNT (OI-IDX) TO WS-APPLY-AMOUNT
008380     END-IF.
008390     SUBTRACT WS-APPLY-AMOUNT FROM OIT-OPEN-AMOUNT (OI-IDX).
008400     SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING-AMOUNT.
008410     MOVE OIT-ORDER-NUMBER (OI-IDX) TO JRN-APPLY-ORDER.
008420     MOVE WS-APPLY-AMOUNT TO JRN-APPLY-AMOUNT.
008430     WRITE REPORT-LINE FROM JRN-APPLY-LINE.
008440 2650-EXIT.
008450     EXIT.
008460*----------------------------------------------------------------
008470 2900-PRINT-REJECT.
008480     ADD 1 TO WS-REJECTED-COUNT.
008490     MOVE ZERO TO WS-CREDIT-AMOUNT.
008500     PERFORM 2950-PRINT-DETAIL THRU 2950-EXIT.
008510 2900-EXIT.
008520     EXIT.
008530*----------------------------------------------------------------
008540 2950-PRINT-DETAIL.
008550     MOVE RN-ORDER-NUMBER TO DTL-ORDER-NUMBER.
008560     MOVE RN-CUSTOMER-ID TO DTL-CUSTOMER-ID.
008570     MOVE RN-PRODUCT-ID TO DTL-PRODUCT-ID.
008580     MOVE RN-QUANTITY TO DTL-QUANTITY.
008590     MOVE WS-CREDIT-AMOUNT TO DTL-CREDIT.
008600     WRITE REPORT-LINE FROM DTL-LINE.
008610 2950-EXIT.
008620     EXIT.
008630*----------------------------------------------------------------
008640 3000-FINISH-UP.
008650     PERFORM 3400-WRITE-OPEN-ITEMS THRU 3400-EXIT.
008660     MOVE SPACE TO REPORT-LINE.
008670     WRITE REPORT-LINE.
008680     MOVE 'RETURNS POSTED - COUNT / CREDIT:' TO TOT-TEXT.
008690     MOVE WS-APPLIED-COUNT TO TOT-COUNT.
008700     MOVE WS-APPLIED-AMOUNT TO TOT-AMOUNT.
008710     WRITE REPORT-LINE FROM TOTAL-LINE.
008720     MOVE 'UNITS RESTOCKED:' TO TOT-TEXT.
008730     MOVE WS-RESTOCKED-UNITS TO TOT-COUNT.
008740     MOVE ZERO TO TOT-AMOUNT.
008750     WRITE REPORT-LINE FROM TOTAL-LINE.
008760     MOVE 'RETURNS REJECTED:' TO TOT-TEXT.
008770     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
008780     MOVE ZERO TO TOT-AMOUNT.
008790     WRITE REPORT-LINE FROM TOTAL-LINE.
008800     CLOSE RETURN-TRANS-FILE.
008810     CLOSE PRODUCT-FILE.
008820     CLOSE CUSTOMER-FILE.
008830     PERFORM 3300-WRITE-CUSTOMER-CONTROL THRU 3300-EXIT.
008840     CLOSE AUDIT-FILE.
008850     CLOSE SALES-HISTORY-FILE.
008860     CLOSE TAX-HISTORY-FILE.
008870     CLOSE STOCK-MOVEMENT-FILE.
008880     CLOSE REPORT-FILE.
008890     CLOSE BALANCE-LOG-FILE.
008900 3000-EXIT.
008910     EXIT.
008920*----------------------------------------------------------------
008930* THE NEW MASTER'S CONTROL RECORD - WHAT TOMORROW'S READERS
008940* MUST COUNT AND HASH TO BE ALLOWED TO RUN.
008950*----------------------------------------------------------------
008960 3300-WRITE-CUSTOMER-CONTROL.
008970     MOVE 'CUSTOMER' TO CTL-FILE-ID.
008980     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
008990     MOVE WS-CUST-OUT-HASH TO CTL-HASH-TOTAL.
009000     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
009010     MOVE 'RETPOST' TO CTL-SOURCE-PROGRAM.
009020     MOVE 'W' TO CTL-ACTION.
009030     OPEN OUTPUT CUSTOMER-CONTROL-FILE.
009040     WRITE CUSTOMER-CONTROL-RECORD FROM WS-CONTROL-RECORD.
009050     CLOSE CUSTOMER-CONTROL-FILE.
009060     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
009070 3300-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------
009100* THE SUBLEDGER GOES BACK OUT WITH ONLY THE ITEMS STILL OPEN.
009110*----------------------------------------------------------------
009120 3400-WRITE-OPEN-ITEMS.
009130     OPEN OUTPUT NEW-OPEN-ITEM-FILE.
009140     MOVE ZERO TO WS-OI-SCAN-IDX.
009150     PERFORM 3410-WRITE-ONE-OPEN-ITEM THRU 3410-EXIT
009160         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT.
009170     CLOSE NEW-OPEN-ITEM-FILE.
009180 3400-EXIT.
009190     EXIT.
009200*----------------------------------------------------------------
009210 3410-WRITE-ONE-OPEN-ITEM.
009220     ADD 1 TO WS-OI-SCAN-IDX.
009230     SET OI-IDX TO WS-OI-SCAN-IDX.
009240     IF OIT-OPEN-AMOUNT (OI-IDX) > ZERO
009250         MOVE OIT-CUSTOMER-ID (OI-IDX) TO NOI-CUSTOMER-ID
009260         MOVE OIT-ORDER-NUMBER (OI-IDX) TO NOI-ORDER-NUMBER
009270         MOVE OIT-INVOICE-DATE (OI-IDX) TO NOI-INVOICE-DATE
009280         MOVE OIT-INVOICE-AMOUNT (OI-IDX)
009290             TO NOI-INVOICE-AMOUNT
009300         MOVE OIT-OPEN-AMOUNT (OI-IDX) TO NOI-OPEN-AMOUNT
009310         MOVE OIT-PRODUCT-ID (OI-IDX) TO NOI-PRODUCT-ID
009320         WRITE NEW-OPEN-ITEM-RECORD FROM WS-NEW-OPEN-ITEM
009330         ADD 1 TO WS-ITEMS-OPEN-COUNT
009340     ELSE
009350         ADD 1 TO WS-ITEMS-RETIRED-COUNT
009360     END-IF.
009370 3410-EXIT.
009380     EXIT.
009390*----------------------------------------------------------------
009400* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
009410* NONZERO RETURN CODE.  NOTHING HAS BEEN POSTED OR WRITTEN.
009420*----------------------------------------------------------------
009430 3850-DATE-REFUSED-STOP.
009440     WRITE REPORT-LINE FROM CLS-STOP-LINE.
009450     CLOSE REPORT-FILE.
009460     CLOSE BALANCE-LOG-FILE.
009470     MOVE 16 TO RETURN-CODE.
009480 3850-EXIT.
009490     EXIT.
009500*----------------------------------------------------------------
009510* THE MASTER FAILED ITS CONTROL CHECK - REPORT WHAT WAS
009520* EXPECTED AGAINST WHAT WAS COUNTED AND HAND OPERATIONS A
009530* NONZERO RETURN CODE.  NOTHING HAS BEEN APPLIED OR WRITTEN.
009540*----------------------------------------------------------------
009550 3900-OUT-OF-BALANCE-STOP.
009560     WRITE REPORT-LINE FROM OOB-TITLE-LINE.
009570     MOVE SPACE TO OOB-DETAIL-LINE.
009580     MOVE 'CONTROL EXPECTED: ' TO OOB-LABEL.
009590     MOVE WS-CTL-EXP-COUNT TO OOB-COUNT.
009600     MOVE WS-CTL-EXP-HASH TO OOB-HASH.
009610     WRITE REPORT-LINE FROM OOB-DETAIL-LINE.
009620     MOVE SPACE TO OOB-DETAIL-LINE.
009630     MOVE 'MASTER COUNTED:   ' TO OOB-LABEL.
009640     MOVE WS-CUST-IN-COUNT TO OOB-COUNT.
009650     MOVE WS-CUST-IN-HASH TO OOB-HASH.
009660     WRITE REPORT-LINE FROM OOB-DETAIL-LINE.
009670     CLOSE CUSTOMER-FILE.
009680     CLOSE REPORT-FILE.
009690     CLOSE BALANCE-LOG-FILE.
009700     MOVE 16 TO RETURN-CODE.
009710 3900-EXIT.
009720     EXIT.
009730*----------------------------------------------------------------
009740* THE OPEN-ITEM SUBLEDGER OVERRAN ITS TABLE - STOP BEFORE A
009750* SINGLE RETURN POSTS.  RESTART ONCE THE TABLE IS SIZED UP.
009760*----------------------------------------------------------------
009770 3950-OPEN-OVERFLOW-STOP.
009780     WRITE REPORT-LINE FROM OI-OVFL-LINE.
009790     CLOSE CUSTOMER-FILE.
009800     CLOSE REPORT-FILE.
009810     CLOSE BALANCE-LOG-FILE.
009820     MOVE 16 TO RETURN-CODE.
009830 3950-EXIT.
009840     EXIT.
