000480*                 DETAIL THE DAILY JOURNAL PRINTS, KEPT WHERE
000490*                 THE MONTH-END STATEMENT RUN (STMTPRT) CAN
000500*                 READ IT
000510* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000520*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000530*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000540*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000550*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000560* 2026-10-15 DW   EVERY OPEN ITEM A RECEIPT RELIEVES IN FULL NOW
000570*                 ALSO APPENDS A PAID ITEM RECORD (PAIDITEM.CPY)
000580*                 AS IT RETIRES, SO THE MONTHLY COMMISSION REPORT
000590*                 (COMMRPT) CAN PAY ON COLLECTED SALES.  AN ITEM
000600*                 THAT LOADS ALREADY AT ZERO WAS RELIEVED BY
000610*                 SOMETHING OTHER THAN CASH AND IS NOT WRITTEN.
000620*                 RENUMBERED
000630* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000640*                 ORDER
000650* 2026-10-15 DW   THE OPEN ITEM NOW CARRIES THE PRODUCT OF A
000660*                 BACKREL ITEM - CARRIED THROUGH THE TABLE AND
000670*                 ONTO THE PAID ITEM, SO THE COMMISSION REPORT
000680*                 CAN TELL WHICH LINE THE ITEM COLLECTED.
000690*                 RENUMBERED
000700*----------------------------------------------------------------
000710* THIS PROGRAM APPLIES A DAY'S CASH RECEIPTS (PAYMENT.CPY)
000720* AGAINST THE CUSTOMER MASTER.  EACH PAYMENT OR CREDIT MEMO
000730* SUBTRACTS ITS AMOUNT FROM ACCOUNT-BALANCE ON THE MATCHING
000740* CUSTOMER.  A PAYMENT FOR A CUSTOMER NOT ON THE MASTER, OR ONE
000750* WHOSE AMOUNT EXCEEDS THE CUSTOMER'S OPEN BALANCE, IS REFUSED
000760* AND WRITTEN TO THE REJECT REPORT INSTEAD OF BEING APPLIED.
000770*
000780* THE MASTER IS INDEXED BY CUSTOMER-ID, SO RECEIPTS APPLY IN
000790* ENTRY ORDER - EACH ONE READS ITS CUSTOMER DIRECTLY AND
000800* REWRITES IT IN PLACE.  MORE THAN ONE PAYMENT MAY ARRIVE FOR
000810* THE SAME CUSTOMER; EACH READS THE RECORD FRESH AND SEES THE
000820* BALANCE THE PRIOR ONE LEFT.  THE DAILY JOURNAL THEREFORE
000830* PRINTS IN THE ORDER THE RECEIPTS WERE KEYED, WHICH IS THE
000840* ORDER OF THE DEPOSIT SLIP.
000850*
000860* EVERY APPLIED RECEIPT WRITES A BEFORE/AFTER BALANCE ENTRY TO
000870* AUDIT-FILE THE SAME WAY ORDPOST DOES, AND PRINTS ON THE DAILY
000880* CASH RECEIPTS JOURNAL, WHICH CLOSES WITH APPLIED AND REJECTED
000890* COUNTS AND AMOUNTS FOR THE DEPOSIT RECONCILIATION.
000900*----------------------------------------------------------------
000910 ENVIRONMENT DIVISION.
000920 CONFIGURATION SECTION.
000930 SOURCE-COMPUTER. IBM-370.
000940 OBJECT-COMPUTER. IBM-370.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT PAYMENT-TRANS-FILE ASSIGN TO PAYIN
000980         ORGANIZATION IS SEQUENTIAL.
000990     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CUSTOMER-ID.
001030     SELECT REJECT-FILE ASSIGN TO CSHREJ
001040         ORGANIZATION IS SEQUENTIAL.
001050     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
001060         ORGANIZATION IS SEQUENTIAL.
001070     SELECT JOURNAL-FILE ASSIGN TO CASHJRNL
001080         ORGANIZATION IS SEQUENTIAL.
001090     SELECT OPEN-ITEM-FILE ASSIGN TO OPENIN
001100         ORGANIZATION IS SEQUENTIAL.
001110     SELECT NEW-OPEN-ITEM-FILE ASSIGN TO OPENOUT
001120         ORGANIZATION IS SEQUENTIAL.
001130     SELECT CASH-HISTORY-FILE ASSIGN TO CSHHOUT
001140         ORGANIZATION IS SEQUENTIAL.
001150     SELECT PAID-ITEM-FILE ASSIGN TO PAIDOUT
001160         ORGANIZATION IS SEQUENTIAL.
001170     SELECT CUSTOMER-CONTROL-FILE ASSIGN TO CUSTCTL
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-CTL-FILE-STATUS.
001200     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
001210         ORGANIZATION IS SEQUENTIAL.
001220     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
001230         ORGANIZATION IS SEQUENTIAL
001240         FILE STATUS IS WS-BIZ-FILE-STATUS.
001250     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
001260         ORGANIZATION IS SEQUENTIAL.
001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  PAYMENT-TRANS-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 COPY "payment.cpy".
001330 FD  CUSTOMER-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 COPY "customer.cpy".
001370 FD  REJECT-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE OMITTED.
001400 01  REJECT-LINE                 PIC X(132).
001410 FD  AUDIT-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 COPY "audit.cpy".
001450 FD  JOURNAL-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE OMITTED.
001480 01  JOURNAL-LINE                PIC X(132).
001490 FD  CUSTOMER-CONTROL-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001520 01  CUSTOMER-CONTROL-RECORD     PIC X(49).
001530 FD  BALANCE-LOG-FILE
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD.
001560 01  BALANCE-LOG-RECORD          PIC X(49).
001570 FD  OPEN-ITEM-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 COPY "openitem.cpy".
001610 FD  NEW-OPEN-ITEM-FILE
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  NEW-OPEN-ITEM-RECORD        PIC X(56).
001650 FD  CASH-HISTORY-FILE
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680 COPY "cashhist.cpy".
001690 FD  PAID-ITEM-FILE
001700     RECORDING MODE IS F
001710     LABEL RECORDS ARE STANDARD.
001720 COPY "paiditem.cpy".
001730 FD  BUSINESS-DATE-FILE
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760 COPY "bizdate.cpy".
001770 FD  PERIOD-CALENDAR-FILE
001780     RECORDING MODE IS F
001790     LABEL RECORDS ARE STANDARD.
001800 COPY "percal.cpy".
001810 WORKING-STORAGE SECTION.
001820*----------------------------------------------------------------
001830* SWITCHES
001840*----------------------------------------------------------------
001850 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
001860     88  MASTER-END-OF-FILE               VALUE 'Y'.
001870 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001880     88  TRANS-END-OF-FILE                VALUE 'Y'.
001890 77  WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001900     88  PAYMENT-CUSTOMER-FOUND           VALUE 'Y'.
001910 77  WS-OPEN-EOF-SWITCH          PIC X(01) VALUE 'N'.
001920     88  OPEN-ITEM-END-OF-FILE            VALUE 'Y'.
001930 77  WS-OPEN-OVFL-SWITCH         PIC X(01) VALUE 'N'.
001940     88  OPEN-TABLE-OVERFLOW              VALUE 'Y'.
001950*----------------------------------------------------------------
001960* COUNTERS AND WORK AMOUNTS
001970*----------------------------------------------------------------
001980 77  WS-APPLIED-COUNT            PIC 9(07) COMP VALUE ZERO.
001990 77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
002000 77  WS-APPLIED-AMOUNT           PIC 9(09)V99 VALUE ZERO.
002010 77  WS-REJECTED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002020 77  WS-MEMO-COUNT               PIC 9(07) COMP VALUE ZERO.
002030 77  WS-MEMO-AMOUNT              PIC 9(09)V99 VALUE ZERO.
002040 77  WS-OLD-ACCOUNT-BALANCE      PIC 9(07)V99 VALUE ZERO.
002050 77  WS-REMAINING-AMOUNT         PIC 9(09)V99 VALUE ZERO.
002060 77  WS-APPLY-AMOUNT             PIC 9(09)V99 VALUE ZERO.
002070 77  WS-OLDEST-IDX               PIC 9(05) COMP VALUE ZERO.
002080 77  WS-OLDEST-DATE              PIC 9(08) VALUE ZERO.
002090 77  WS-OLDEST-ORDER             PIC 9(08) VALUE ZERO.
002100 77  WS-OI-SCAN-IDX              PIC 9(05) COMP VALUE ZERO.
002110 77  WS-ITEMS-RETIRED-COUNT      PIC 9(07) COMP VALUE ZERO.
002120 77  WS-ITEMS-OPEN-COUNT         PIC 9(07) COMP VALUE ZERO.
002130*----------------------------------------------------------------
002140* OPEN-ITEM SUBLEDGER, LOADED IN FULL AT START OF RUN AND
002150* REWRITTEN AT FINISH WITH ONLY THE ITEMS STILL OPEN.  RECEIPTS
002160* ARRIVE IN ENTRY ORDER, NOT CUSTOMER ORDER, SO THE WHOLE FILE
002170* HAS TO BE ADDRESSABLE WHILE THE BATCH POSTS.
002180*----------------------------------------------------------------
002190 01  OPEN-ITEM-AREA.
002200     05  WS-OPEN-ITEM-COUNT      PIC 9(05) COMP VALUE ZERO.
002210     05  OPEN-ITEM-ENTRY OCCURS 20000 TIMES
002220             INDEXED BY OI-IDX.
002230         10  OIT-CUSTOMER-ID         PIC 9(10).
002240         10  OIT-ORDER-NUMBER        PIC 9(08).
002250         10  OIT-INVOICE-DATE        PIC 9(08).
002260         10  OIT-INVOICE-AMOUNT      PIC 9(09)V99.
002270         10  OIT-OPEN-AMOUNT         PIC 9(09)V99.
002280         10  OIT-PRODUCT-ID          PIC 9(08).
002290         10  OIT-CASH-APPLIED-FLAG   PIC X(01).
002300 01  WS-NEW-OPEN-ITEM.
002310     05  NOI-CUSTOMER-ID         PIC 9(10).
002320     05  NOI-ORDER-NUMBER        PIC 9(08).
002330     05  NOI-INVOICE-DATE        PIC 9(08).
002340     05  NOI-INVOICE-AMOUNT      PIC 9(09)V99.
002350     05  NOI-OPEN-AMOUNT         PIC 9(09)V99.
002360     05  NOI-PRODUCT-ID          PIC 9(08).
002370*----------------------------------------------------------------
002380* BUSINESS DATE AND POSTING PERIOD
002390*----------------------------------------------------------------
002400 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
002410 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002420 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
002430     88  PERIOD-END-OF-FILE               VALUE 'Y'.
002440 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
002450     88  POSTING-PERIOD-OPEN              VALUE 'O'.
002460     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
002470 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
002480     88  RUN-DATE-REFUSED                 VALUE 'Y'.
002490*----------------------------------------------------------------
002500* RUN-TO-RUN CONTROL TOTALS FOR THE CUSTOMER MASTER
002510*----------------------------------------------------------------
002520 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACE.
002530 77  WS-CTL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002540 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
002550     88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.
002560 77  WS-CUST-IN-COUNT            PIC 9(09) VALUE ZERO.
002570 77  WS-CUST-IN-HASH             PIC 9(13)V99 VALUE ZERO.
002580 77  WS-CUST-OUT-HASH            PIC 9(13)V99 VALUE ZERO.
002590 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
002600 77  WS-CTL-EXP-HASH             PIC 9(13)V99 VALUE ZERO.
002610 COPY "ctl.cpy"
002620     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
002630 01  WS-AUDIT-TIMESTAMP.
002640     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
002650     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
002660*----------------------------------------------------------------
002670* REJECT REPORT LINES
002680*----------------------------------------------------------------
002690 01  REJ-TITLE-LINE.
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  FILLER                  PIC X(40) VALUE
002720         'CASH RECEIPTS POSTING REJECT REPORT'.
002730 01  REJ-DETAIL-LINE.
002740     05  FILLER                  PIC X(01) VALUE SPACE.
002750     05  REJ-CUSTOMER-ID         PIC 9(10).
002760     05  FILLER                  PIC X(02) VALUE SPACE.
002770     05  REJ-CHECK-NUMBER        PIC X(10).
002780     05  FILLER                  PIC X(02) VALUE SPACE.
002790     05  REJ-AMOUNT              PIC Z,ZZZ,ZZ9.99.
002800     05  FILLER                  PIC X(02) VALUE SPACE.
002810     05  REJ-REASON              PIC X(40).
002820 01  REJ-TOTAL-LINE.
002830     05  FILLER                  PIC X(01) VALUE SPACE.
002840     05  FILLER                  PIC X(20) VALUE
002850         'RECEIPTS APPLIED: '.
002860     05  REJ-APPLIED-COUNT       PIC ZZZZZZ9.
002870     05  FILLER                  PIC X(03) VALUE SPACE.
002880     05  FILLER                  PIC X(20) VALUE
002890         'RECEIPTS REJECTED: '.
002900     05  REJ-REJECTED-COUNT      PIC ZZZZZZ9.
002910*----------------------------------------------------------------
002920* OUT-OF-BALANCE REPORT LINES - PRINTED ON THE REJECT REPORT
002930* WHEN THE INCOMING CUSTOMER MASTER FAILS ITS CONTROL CHECK
002940*----------------------------------------------------------------
002950 01  OOB-TITLE-LINE.
002960     05  FILLER                  PIC X(01) VALUE SPACE.
002970     05  FILLER                  PIC X(50) VALUE
002980         'CUSTOMER MASTER OUT OF BALANCE - RUN STOPPED'.
002990 01  OOB-DETAIL-LINE.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  OOB-LABEL               PIC X(22).
003020     05  OOB-COUNT               PIC ZZZZZZZZ9.
003030     05  FILLER                  PIC X(03) VALUE SPACE.
003040     05  OOB-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003050*----------------------------------------------------------------
003060* CASH RECEIPTS JOURNAL LINES
003070*----------------------------------------------------------------
003080 01  JRN-TITLE-LINE.
003090     05  FILLER                  PIC X(01) VALUE SPACE.
003100     05  FILLER                  PIC X(30) VALUE
003110         'DAILY CASH RECEIPTS JOURNAL'.
003120     05  FILLER                  PIC X(06) VALUE 'DATE'.
003130     05  JRN-RUN-DATE            PIC 9(08).
003140 01  JRN-COLUMN-LINE.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  FILLER                  PIC X(11) VALUE 'CUSTOMER ID'.
003170     05  FILLER                  PIC X(02) VALUE SPACE.
003180     05  FILLER                  PIC X(10) VALUE 'CHECK/REF'.
003190     05  FILLER                  PIC X(02) VALUE SPACE.
003200     05  FILLER                  PIC X(08) VALUE 'PAY DATE'.
003210     05  FILLER                  PIC X(05) VALUE SPACE.
003220     05  FILLER                  PIC X(08) VALUE 'AMOUNT'.
003230     05  FILLER                  PIC X(07) VALUE SPACE.
003240     05  FILLER                  PIC X(04) VALUE 'MEMO'.
003250     05  FILLER                  PIC X(04) VALUE SPACE.
003260     05  FILLER                  PIC X(11) VALUE 'NEW BALANCE'.
003270 01  JRN-DETAIL-LINE.
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  JRN-CUSTOMER-ID         PIC 9(10).
003300     05  FILLER                  PIC X(03) VALUE SPACE.
003310     05  JRN-CHECK-NUMBER        PIC X(10).
003320     05  FILLER                  PIC X(02) VALUE SPACE.
003330     05  JRN-PAYMENT-DATE        PIC 9(08).
003340     05  FILLER                  PIC X(02) VALUE SPACE.
003350     05  JRN-AMOUNT              PIC Z,ZZZ,ZZ9.99.
003360     05  FILLER                  PIC X(04) VALUE SPACE.
003370     05  JRN-MEMO-FLAG           PIC X(01).
003380     05  FILLER                  PIC X(03) VALUE SPACE.
003390     05  JRN-NEW-BALANCE         PIC Z,ZZZ,ZZ9.99.
003400 01  JRN-TOTAL-LINE.
003410     05  FILLER                  PIC X(01) VALUE SPACE.
003420     05  JRN-TOTAL-TEXT          PIC X(34).
003430     05  JRN-TOTAL-COUNT         PIC ZZZZZZ9.
003440     05  FILLER                  PIC X(02) VALUE SPACE.
003450     05  JRN-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
003460 01  JRN-APPLY-LINE.
003470     05  FILLER                  PIC X(05) VALUE SPACE.
003480     05  FILLER                  PIC X(18) VALUE
003490         'APPLIED TO ORDER '.
003500     05  JRN-APPLY-ORDER         PIC 9(08).
003510     05  FILLER                  PIC X(02) VALUE SPACE.
003520     05  JRN-APPLY-AMOUNT        PIC Z,ZZZ,ZZ9.99.
003530 01  JRN-ONACCT-LINE.
003540     05  FILLER                  PIC X(05) VALUE SPACE.
003550     05  FILLER                  PIC X(28) VALUE
003560         'ON ACCOUNT - NO OPEN ITEM '.
003570     05  JRN-ONACCT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
003580 01  OI-OVFL-LINE.
003590     05  FILLER                  PIC X(01) VALUE SPACE.
003600     05  FILLER                  PIC X(52) VALUE
003610         'OPEN-ITEM SUBLEDGER EXCEEDS TABLE - RUN STOPPED'.
003620 01  CLS-STOP-LINE.
003630     05  FILLER                  PIC X(01) VALUE SPACE.
003640     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
003650     05  CLS-BUSINESS-DATE       PIC 9(08).
003660     05  FILLER                  PIC X(03) VALUE ' - '.
003670     05  CLS-REASON              PIC X(50).
003680 PROCEDURE DIVISION.
003690*----------------------------------------------------------------
003700 0000-MAINLINE.
003710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003720     IF RUN-DATE-REFUSED
003730         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
003740         STOP RUN
003750     END-IF.
003760     IF RUN-OUT-OF-BALANCE
003770         PERFORM 3900-OUT-OF-BALANCE-STOP THRU 3900-EXIT
003780         STOP RUN
003790     END-IF.
003800     IF OPEN-TABLE-OVERFLOW
003810         PERFORM 3950-OPEN-OVERFLOW-STOP THRU 3950-EXIT
003820         STOP RUN
003830     END-IF.
003840     PERFORM 2000-PROCESS-RECEIPT THRU 2000-EXIT
003850         UNTIL TRANS-END-OF-FILE.
003860     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
003870     STOP RUN.
003880*----------------------------------------------------------------
003890 1000-INITIALIZE.
003900     OPEN OUTPUT REJECT-FILE.
003910     OPEN EXTEND BALANCE-LOG-FILE.
003920     WRITE REJECT-LINE FROM REJ-TITLE-LINE.
003930     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
003940     IF RUN-DATE-REFUSED
003950         GO TO 1000-EXIT
003960     END-IF.
003970     PERFORM 1300-VERIFY-CUSTOMER-CONTROL THRU 1300-EXIT.
003980     IF RUN-OUT-OF-BALANCE
003990         GO TO 1000-EXIT
004000     END-IF.
004010     OPEN INPUT PAYMENT-TRANS-FILE.
004020     OPEN OUTPUT AUDIT-FILE.
004030     OPEN OUTPUT JOURNAL-FILE.
004040     MOVE WS-BUSINESS-DATE TO JRN-RUN-DATE.
004050     WRITE JOURNAL-LINE FROM JRN-TITLE-LINE.
004060     WRITE JOURNAL-LINE FROM JRN-COLUMN-LINE.
004070     OPEN EXTEND CASH-HISTORY-FILE.
004080     PERFORM 1400-LOAD-OPEN-ITEMS THRU 1400-EXIT.
004090     IF OPEN-TABLE-OVERFLOW
004100         GO TO 1000-EXIT
004110     END-IF.
004120     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
004130 1000-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* THE MASTER IS COUNTED AND ITS BALANCES HASHED IN ONE PASS IN
004170* KEY SEQUENCE, THEN CHECKED AGAINST THE CONTROL RECORD ITS
004180* WRITER LEFT.  NO CONTROL FILE AT ALL MEANS THE SUBSYSTEM IS
004190* BEING BOOTSTRAPPED AND THE RUN IS ACCEPTED.  A MISMATCH STOPS
004200* THE RUN BEFORE A SINGLE RECEIPT APPLIES.  THE FILE STAYS OPEN
004210* I-O FOR THE KEYED APPLY THAT FOLLOWS.
004220*----------------------------------------------------------------
004230 1300-VERIFY-CUSTOMER-CONTROL.
004240     OPEN I-O CUSTOMER-FILE.
004250     SET WS-MASTER-EOF-SWITCH TO 'N'.
004260     READ CUSTOMER-FILE NEXT
004270         AT END
004280             SET MASTER-END-OF-FILE TO TRUE
004290     END-READ.
004300     PERFORM 1310-COUNT-ONE-CUSTOMER THRU 1310-EXIT
004310         UNTIL MASTER-END-OF-FILE.
004320     SET WS-CTL-FOUND-SWITCH TO 'N'.
004330     OPEN INPUT CUSTOMER-CONTROL-FILE.
004340     IF WS-CTL-FILE-STATUS = '00'
004350         READ CUSTOMER-CONTROL-FILE
004360             INTO WS-CONTROL-RECORD
004370             AT END
004380                 CONTINUE
004390             NOT AT END
004400                 SET WS-CTL-FOUND-SWITCH TO 'Y'
004410                 MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT
004420                 MOVE CTL-HASH-TOTAL TO WS-CTL-EXP-HASH
004430         END-READ
004440         CLOSE CUSTOMER-CONTROL-FILE
004450     END-IF.
004460     IF WS-CTL-FOUND-SWITCH = 'Y'
004470         AND (WS-CTL-EXP-COUNT NOT = WS-CUST-IN-COUNT
004480             OR WS-CTL-EXP-HASH NOT = WS-CUST-IN-HASH)
004490         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
004500         MOVE 'F' TO CTL-ACTION
004510     ELSE
004520         MOVE 'V' TO CTL-ACTION
004530     END-IF.
004540     MOVE 'CUSTOMER' TO CTL-FILE-ID.
004550     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
004560     MOVE WS-CUST-IN-HASH TO CTL-HASH-TOTAL.
004570     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
004580     MOVE 'CASHPOST' TO CTL-SOURCE-PROGRAM.
004590     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004600     MOVE WS-CUST-IN-HASH TO WS-CUST-OUT-HASH.
004610 1300-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640 1310-COUNT-ONE-CUSTOMER.
004650     ADD 1 TO WS-CUST-IN-COUNT.
004660     ADD ACCOUNT-BALANCE TO WS-CUST-IN-HASH.
004670     READ CUSTOMER-FILE NEXT
004680         AT END
004690             SET MASTER-END-OF-FILE TO TRUE
004700     END-READ.
004710 1310-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* THE OPEN-ITEM SUBLEDGER LOADS IN FULL - RECEIPTS ARRIVE IN
004750* ENTRY ORDER AND EACH ONE HAS TO SEE EVERY ITEM ITS CUSTOMER
004760* STILL OWES.  AN OVERFLOW STOPS THE RUN BEFORE A RECEIPT
004770* APPLIES AGAINST A SUBLEDGER IT CANNOT SEE ALL OF.
004780*----------------------------------------------------------------
004790 1400-LOAD-OPEN-ITEMS.
004800     OPEN INPUT OPEN-ITEM-FILE.
004810     READ OPEN-ITEM-FILE
004820         AT END
004830             SET OPEN-ITEM-END-OF-FILE TO TRUE
004840     END-READ.
004850     PERFORM 1410-LOAD-ONE-OPEN-ITEM THRU 1410-EXIT
004860         UNTIL OPEN-ITEM-END-OF-FILE
004870         OR OPEN-TABLE-OVERFLOW.
004880     CLOSE OPEN-ITEM-FILE.
004890 1400-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920 1410-LOAD-ONE-OPEN-ITEM.
004930     IF WS-OPEN-ITEM-COUNT < 20000
004940         ADD 1 TO WS-OPEN-ITEM-COUNT
004950         SET OI-IDX TO WS-OPEN-ITEM-COUNT
004960         MOVE OI-CUSTOMER-ID TO OIT-CUSTOMER-ID (OI-IDX)
004970         MOVE OI-ORDER-NUMBER TO OIT-ORDER-NUMBER (OI-IDX)
004980         MOVE OI-INVOICE-DATE TO OIT-INVOICE-DATE (OI-IDX)
004990         MOVE OI-INVOICE-AMOUNT TO OIT-INVOICE-AMOUNT (OI-IDX)
005000         MOVE OI-OPEN-AMOUNT TO OIT-OPEN-AMOUNT (OI-IDX)
005010         MOVE OI-PRODUCT-ID TO OIT-PRODUCT-ID (OI-IDX)
005020         MOVE 'N' TO OIT-CASH-APPLIED-FLAG (OI-IDX)
005030     ELSE
005040         SET OPEN-TABLE-OVERFLOW TO TRUE
005050         GO TO 1410-EXIT
005060     END-IF.
005070     READ OPEN-ITEM-FILE
005080         AT END
005090             SET OPEN-ITEM-END-OF-FILE TO TRUE
005100     END-READ.
005110 1410-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140 1200-READ-TRANS.
005150     READ PAYMENT-TRANS-FILE
005160         AT END
005170             SET TRANS-END-OF-FILE TO TRUE
005180     END-READ.
005190 1200-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
005230* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
005240* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
005250* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
005260* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
005270* REFUSES THE RUN BEFORE ANYTHING POSTS.
005280*----------------------------------------------------------------
005290 1900-READ-BUSINESS-DATE.
005300     MOVE ZERO TO WS-BUSINESS-DATE.
005310     OPEN INPUT BUSINESS-DATE-FILE.
005320     IF WS-BIZ-FILE-STATUS = '00'
005330         READ BUSINESS-DATE-FILE
005340             AT END
005350                 CONTINUE
005360             NOT AT END
005370                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
005380         END-READ
005390         CLOSE BUSINESS-DATE-FILE
005400     END-IF.
005410     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
005420     IF WS-BUSINESS-DATE = ZERO
005430         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
005440             TO CLS-REASON
005450         SET RUN-DATE-REFUSED TO TRUE
005460         GO TO 1900-EXIT
005470     END-IF.
005480     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
005490     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
005500     OPEN INPUT PERIOD-CALENDAR-FILE.
005510     READ PERIOD-CALENDAR-FILE
005520         AT END
005530             SET PERIOD-END-OF-FILE TO TRUE
005540     END-READ.
005550     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
005560         UNTIL PERIOD-END-OF-FILE.
005570     CLOSE PERIOD-CALENDAR-FILE.
005580     IF POSTING-PERIOD-OPEN
005590         GO TO 1900-EXIT
005600     END-IF.
005610     IF POSTING-PERIOD-CLOSED
005620         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
005630     ELSE
005640         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
005650             TO CLS-REASON
005660     END-IF.
005670     SET RUN-DATE-REFUSED TO TRUE.
005680 1900-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710 1910-CHECK-ONE-PERIOD.
005720     IF WS-BUSINESS-DATE NOT < PC-START-DATE
005730         AND WS-BUSINESS-DATE NOT > PC-END-DATE
005740         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
005750         SET PERIOD-END-OF-FILE TO TRUE
005760         GO TO 1910-EXIT
005770     END-IF.
005780     READ PERIOD-CALENDAR-FILE
005790         AT END
005800             SET PERIOD-END-OF-FILE TO TRUE
005810     END-READ.
005820 1910-EXIT.
005830     EXIT.
005840*----------------------------------------------------------------
005850 2000-PROCESS-RECEIPT.
005860     SET WS-CUSTOMER-FOUND-SWITCH TO 'N'.
005870     MOVE PT-CUSTOMER-ID TO CUSTOMER-ID.
005880     READ CUSTOMER-FILE
005890         INVALID KEY
005900             CONTINUE
005910         NOT INVALID KEY
005920             SET PAYMENT-CUSTOMER-FOUND TO TRUE
005930     END-READ.
005940     IF PAYMENT-CUSTOMER-FOUND
005950         PERFORM 2300-APPLY-PAYMENT THRU 2300-EXIT
005960     ELSE
005970         PERFORM 2200-REJECT-UNKNOWN THRU 2200-EXIT
005980     END-IF.
005990     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
006000 2000-EXIT.
006010     EXIT.
006020*----------------------------------------------------------------
006030 2200-REJECT-UNKNOWN.
006040     MOVE SPACE TO REJ-DETAIL-LINE.
006050     MOVE PT-CUSTOMER-ID TO REJ-CUSTOMER-ID.
006060     MOVE PT-CHECK-NUMBER TO REJ-CHECK-NUMBER.
006070     MOVE PT-PAYMENT-AMOUNT TO REJ-AMOUNT.
006080     MOVE 'CUSTOMER NOT ON MASTER' TO REJ-REASON.
006090     WRITE REJECT-LINE FROM REJ-DETAIL-LINE.
006100     ADD 1 TO WS-REJECTED-COUNT.
006110     ADD PT-PAYMENT-AMOUNT TO WS-REJECTED-AMOUNT.
006120 2200-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150* THE OUTGOING BALANCE HASH IS MAINTAINED AS EACH RECEIPT
006160* APPLIES - THE RECORD COUNT NEVER CHANGES HERE, SO NO CLOSING
006170* PASS OVER THE MASTER IS NEEDED.
006180*----------------------------------------------------------------
006190 2300-APPLY-PAYMENT.
006200     IF PT-PAYMENT-AMOUNT > ACCOUNT-BALANCE
006210         MOVE SPACE TO REJ-DETAIL-LINE
006220         MOVE PT-CUSTOMER-ID TO REJ-CUSTOMER-ID
006230         MOVE PT-CHECK-NUMBER TO REJ-CHECK-NUMBER
006240         MOVE PT-PAYMENT-AMOUNT TO REJ-AMOUNT
006250         MOVE 'EXCEEDS OPEN ACCOUNT BALANCE' TO REJ-REASON
006260         WRITE REJECT-LINE FROM REJ-DETAIL-LINE
006270         ADD 1 TO WS-REJECTED-COUNT
006280         ADD PT-PAYMENT-AMOUNT TO WS-REJECTED-AMOUNT
006290         GO TO 2300-EXIT
006300     END-IF.
006310     MOVE ACCOUNT-BALANCE TO WS-OLD-ACCOUNT-BALANCE.
006320     SUBTRACT PT-PAYMENT-AMOUNT FROM ACCOUNT-BALANCE.
006330     REWRITE CUSTOMER-RECORD.
006340     SUBTRACT PT-PAYMENT-AMOUNT FROM WS-CUST-OUT-HASH.
006350     ADD 1 TO WS-APPLIED-COUNT.
006360     ADD PT-PAYMENT-AMOUNT TO WS-APPLIED-AMOUNT.
006370     IF PT-CREDIT-MEMO
006380         ADD 1 TO WS-MEMO-COUNT
006390         ADD PT-PAYMENT-AMOUNT TO WS-MEMO-AMOUNT
006400     END-IF.
006410     PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT.
006420     PERFORM 2500-WRITE-JOURNAL THRU 2500-EXIT.
006430     PERFORM 2550-WRITE-CASH-HISTORY THRU 2550-EXIT.
006440     PERFORM 2600-APPLY-TO-OPEN-ITEMS THRU 2600-EXIT.
006450 2300-EXIT.
006460     EXIT.
006470*----------------------------------------------------------------
006480 2400-WRITE-AUDIT.
006490     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
006500     ACCEPT WS-AUDIT-TIME FROM TIME.
006510     MOVE SPACE TO AUDIT-RECORD.
006520     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
006530     MOVE 'CASHPOST' TO AUD-SOURCE-PROGRAM.
006540     SET AUD-CUSTOMER-MASTER TO TRUE.
006550     MOVE PT-CUSTOMER-ID TO AUD-KEY.
006560     MOVE CUSTOMER-STATUS TO AUD-OLD-CUSTOMER-STATUS.
006570     MOVE CUSTOMER-STATUS TO AUD-NEW-CUSTOMER-STATUS.
006580     MOVE WS-OLD-ACCOUNT-BALANCE TO AUD-OLD-ACCOUNT-BALANCE.
006590     MOVE ACCOUNT-BALANCE TO AUD-NEW-ACCOUNT-BALANCE.
006600     WRITE AUDIT-RECORD.
006610 2400-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------
006640 2500-WRITE-JOURNAL.
006650     MOVE SPACE TO JRN-DETAIL-LINE.
006660     MOVE PT-CUSTOMER-ID TO JRN-CUSTOMER-ID.
006670     MOVE PT-CHECK-NUMBER TO JRN-CHECK-NUMBER.
006680     MOVE PT-PAYMENT-DATE TO JRN-PAYMENT-DATE.
006690     MOVE PT-PAYMENT-AMOUNT TO JRN-AMOUNT.
006700     MOVE PT-CREDIT-MEMO-FLAG TO JRN-MEMO-FLAG.
006710     MOVE ACCOUNT-BALANCE TO JRN-NEW-BALANCE.
006720     WRITE JOURNAL-LINE FROM JRN-DETAIL-LINE.
006730 2500-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------
006760* THE JOURNAL LINE'S TWIN, KEPT ON FILE - STMTPRT SELECTS ON
006770* THE POSTED DATE THE WAY SALESANL SELECTS SALES HISTORY.
006780*----------------------------------------------------------------
006790 2550-WRITE-CASH-HISTORY.
006800     MOVE WS-BUSINESS-DATE TO CH-POSTED-DATE.
006810     MOVE PT-CUSTOMER-ID TO CH-CUSTOMER-ID.
006820     MOVE PT-CHECK-NUMBER TO CH-CHECK-NUMBER.
006830     MOVE PT-PAYMENT-DATE TO CH-PAYMENT-DATE.
006840     MOVE PT-PAYMENT-AMOUNT TO CH-AMOUNT.
006850     MOVE PT-CREDIT-MEMO-FLAG TO CH-MEMO-FLAG.
006860     WRITE CASH-HISTORY-RECORD.
006870 2550-EXIT.
006880     EXIT.
006890*----------------------------------------------------------------
006900* THE RECEIPT IS SPREAD ACROSS THE CUSTOMER'S OPEN ITEMS - THE
006910* ORDER THE CHECK NAMED FIRST, THEN OLDEST INVOICE FIRST UNTIL
006920* THE MONEY RUNS OUT.  EACH APPLICATION PRINTS UNDER ITS
006930* RECEIPT ON THE JOURNAL SO COLLECTIONS CAN SEE EXACTLY WHICH
006940* ORDERS A CHECK PAID.  MONEY LEFT AFTER EVERY ITEM IS PAID
006950* PRINTS AS ON ACCOUNT - THE BALANCE ALREADY TOOK IT.
006960*----------------------------------------------------------------
006970 2600-APPLY-TO-OPEN-ITEMS.
006980     MOVE PT-PAYMENT-AMOUNT TO WS-REMAINING-AMOUNT.
006990     IF PT-APPLY-ORDER-NUMBER NUMERIC
007000         AND PT-APPLY-ORDER-NUMBER > ZERO
007010         PERFORM 2605-APPLY-TO-NAMED-ORDER THRU 2605-EXIT
007020     END-IF.
007030     PERFORM 2610-APPLY-TO-OLDEST-ITEM THRU 2610-EXIT
007040         UNTIL WS-REMAINING-AMOUNT = ZERO.
007050 2600-EXIT.
007060     EXIT.
007070*----------------------------------------------------------------
007080 2605-APPLY-TO-NAMED-ORDER.
007090     MOVE ZERO TO WS-OI-SCAN-IDX.
007100     PERFORM 2608-SCAN-NAMED-ITEM THRU 2608-EXIT
007110         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT
007120         OR WS-REMAINING-AMOUNT = ZERO.
007130 2605-EXIT.
007140     EXIT.
007150*----------------------------------------------------------------
007160 2608-SCAN-NAMED-ITEM.
007170     ADD 1 TO WS-OI-SCAN-IDX.
007180     SET OI-IDX TO WS-OI-SCAN-IDX.
007190     IF OIT-CUSTOMER-ID (OI-IDX) = PT-CUSTOMER-ID
007200         AND OIT-ORDER-NUMBER (OI-IDX) = PT-APPLY-ORDER-NUMBER
007210         AND OIT-OPEN-AMOUNT (OI-IDX) > ZERO
007220         PERFORM 2650-APPLY-ONE-AMOUNT THRU 2650-EXIT
007230     END-IF.
007240 2608-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------
007270 2610-APPLY-TO-OLDEST-ITEM.
007280     PERFORM 2620-FIND-OLDEST-ITEM THRU 2620-EXIT.
007290     IF WS-OLDEST-IDX = ZERO
007300         MOVE WS-REMAINING-AMOUNT TO JRN-ONACCT-AMOUNT
007310         WRITE JOURNAL-LINE FROM JRN-ONACCT-LINE
007320         MOVE ZERO TO WS-REMAINING-AMOUNT
007330         GO TO 2610-EXIT
007340     END-IF.
007350     SET OI-IDX TO WS-OLDEST-IDX.
007360     PERFORM 2650-APPLY-ONE-AMOUNT THRU 2650-EXIT.
007370 2610-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------
007400 2620-FIND-OLDEST-ITEM.
007410     MOVE ZERO TO WS-OLDEST-IDX.
007420     MOVE ZERO TO WS-OI-SCAN-IDX.
007430     PERFORM 2630-SCAN-ONE-ITEM THRU 2630-EXIT
007440         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT.
007450 2620-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------
007480 2630-SCAN-ONE-ITEM.
007490     ADD 1 TO WS-OI-SCAN-IDX.
007500     SET OI-IDX TO WS-OI-SCAN-IDX.
007510     IF OIT-CUSTOMER-ID (OI-IDX) = PT-CUSTOMER-ID
007520         AND OIT-OPEN-AMOUNT (OI-IDX) > ZERO
007530         IF WS-OLDEST-IDX = ZERO
007540             OR OIT-INVOICE-DATE (OI-IDX) < WS-OLDEST-DATE
007550             OR (OIT-INVOICE-DATE (OI-IDX) = WS-OLDEST-DATE
007560                 AND OIT-ORDER-NUMBER (OI-IDX)
007570                     < WS-OLDEST-ORDER)
007580             MOVE WS-OI-SCAN-IDX TO WS-OLDEST-IDX
007590             MOVE OIT-INVOICE-DATE (OI-IDX) TO WS-OLDEST-DATE
007600             MOVE OIT-ORDER-NUMBER (OI-IDX) TO WS-OLDEST-ORDER
007610         END-IF
007620     END-IF.
007630 2630-EXIT.
007640     EXIT.
007650*----------------------------------------------------------------
007660* APPLIES WHAT IT CAN OF THE RECEIPT TO THE ITEM OI-IDX POINTS
007670* AT AND PRINTS THE APPLICATION.  A PARTIAL PAYMENT LEAVES THE
007680* ITEM OPEN FOR THE SHORTFALL.
007690*----------------------------------------------------------------
007700 2650-APPLY-ONE-AMOUNT.
007710     IF WS-REMAINING-AMOUNT < OIT-OPEN-AMOUNT (OI-IDX)
007720         MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
007730     ELSE
007740         MOVE OIT-OPEN-AMOUNT (OI-IDX) TO WS-APPLY-AMOUNT
007750     END-IF.
007760     SUBTRACT WS-APPLY-AMOUNT FROM OIT-OPEN-AMOUNT (OI-IDX).
007770     MOVE 'Y' TO OIT-CASH-APPLIED-FLAG (OI-IDX).
007780     SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING-AMOUNT.
007790     MOVE SPACE TO JOURNAL-LINE.
007800     MOVE OIT-ORDER-NUMBER (OI-IDX) TO JRN-APPLY-ORDER.
007810     MOVE WS-APPLY-AMOUNT TO JRN-APPLY-AMOUNT.
007820     WRITE JOURNAL-LINE FROM JRN-APPLY-LINE.
007830 2650-EXIT.
007840     EXIT.
007850*----------------------------------------------------------------
007860 3000-FINISH-UP.
007870     PERFORM 3400-WRITE-OPEN-ITEMS THRU 3400-EXIT.
007880     MOVE SPACE TO JOURNAL-LINE.
007890     WRITE JOURNAL-LINE.
007900     MOVE 'RECEIPTS APPLIED - COUNT / AMOUNT:' TO JRN-TOTAL-TEXT.
007910     MOVE WS-APPLIED-COUNT TO JRN-TOTAL-COUNT.
007920     MOVE WS-APPLIED-AMOUNT TO JRN-TOTAL-AMOUNT.
007930     WRITE JOURNAL-LINE FROM JRN-TOTAL-LINE.
007940     MOVE 'OF WHICH CREDIT MEMOS - COUNT/AMT:' TO JRN-TOTAL-TEXT.
007950     MOVE WS-MEMO-COUNT TO JRN-TOTAL-COUNT.
007960     MOVE WS-MEMO-AMOUNT TO JRN-TOTAL-AMOUNT.
007970     WRITE JOURNAL-LINE FROM JRN-TOTAL-LINE.
007980     MOVE 'RECEIPTS REJECTED - COUNT/AMOUNT:'
007990         TO JRN-TOTAL-TEXT.
008000     MOVE WS-REJECTED-COUNT TO JRN-TOTAL-COUNT.
008010     MOVE WS-REJECTED-AMOUNT TO JRN-TOTAL-AMOUNT.
008020     WRITE JOURNAL-LINE FROM JRN-TOTAL-LINE.
008030     MOVE 'OPEN ITEMS RETIRED AS PAID:' TO JRN-TOTAL-TEXT.
008040     MOVE WS-ITEMS-RETIRED-COUNT TO JRN-TOTAL-COUNT.
008050     MOVE ZERO TO JRN-TOTAL-AMOUNT.
008060     WRITE JOURNAL-LINE FROM JRN-TOTAL-LINE.
008070     MOVE 'OPEN ITEMS STILL CARRIED:' TO JRN-TOTAL-TEXT.
008080     MOVE WS-ITEMS-OPEN-COUNT TO JRN-TOTAL-COUNT.
008090     MOVE ZERO TO JRN-TOTAL-AMOUNT.
008100     WRITE JOURNAL-LINE FROM JRN-TOTAL-LINE.
008110     MOVE WS-APPLIED-COUNT TO REJ-APPLIED-COUNT.
008120     MOVE WS-REJECTED-COUNT TO REJ-REJECTED-COUNT.
008130     WRITE REJECT-LINE FROM REJ-TOTAL-LINE.
008140     CLOSE PAYMENT-TRANS-FILE.
008150     CLOSE CUSTOMER-FILE.
008160     PERFORM 3300-WRITE-CUSTOMER-CONTROL THRU 3300-EXIT.
008170     CLOSE REJECT-FILE.
008180     CLOSE AUDIT-FILE.
008190     CLOSE JOURNAL-FILE.
008200     CLOSE CASH-HISTORY-FILE.
008210     CLOSE BALANCE-LOG-FILE.
008220 3000-EXIT.
008230     EXIT.
008240*----------------------------------------------------------------
008250* THE NEW MASTER'S CONTROL RECORD - WHAT TOMORROW'S READERS
008260* MUST COUNT AND HASH TO BE ALLOWED TO RUN.
008270*----------------------------------------------------------------
008280 3300-WRITE-CUSTOMER-CONTROL.
008290     MOVE 'CUSTOMER' TO CTL-FILE-ID.
008300     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
008310     MOVE WS-CUST-OUT-HASH TO CTL-HASH-TOTAL.
008320     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
008330     MOVE 'CASHPOST' TO CTL-SOURCE-PROGRAM.
008340     MOVE 'W' TO CTL-ACTION.
008350     OPEN OUTPUT CUSTOMER-CONTROL-FILE.
008360     WRITE CUSTOMER-CONTROL-RECORD FROM WS-CONTROL-RECORD.
008370     CLOSE CUSTOMER-CONTROL-FILE.
008380     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
008390 3300-EXIT.
008400     EXIT.
008410*----------------------------------------------------------------
008420* THE SUBLEDGER GOES BACK OUT WITH ONLY THE ITEMS STILL OPEN -
008430* A PAID-OFF INVOICE RETIRES THE WAY A FILLED PO DOES.
008440* AN ITEM A RECEIPT TOOK TO ZERO IS ALSO LOGGED AS PAID FOR THE
008450* COMMISSION REPORT.
008460*----------------------------------------------------------------
008470 3400-WRITE-OPEN-ITEMS.
008480     OPEN OUTPUT NEW-OPEN-ITEM-FILE.
008490     OPEN EXTEND PAID-ITEM-FILE.
008500     MOVE ZERO TO WS-OI-SCAN-IDX.
008510     PERFORM 3410-WRITE-ONE-OPEN-ITEM THRU 3410-EXIT
008520         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT.
008530     CLOSE NEW-OPEN-ITEM-FILE.
008540     CLOSE PAID-ITEM-FILE.
008550 3400-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------
008580 3410-WRITE-ONE-OPEN-ITEM.
008590     ADD 1 TO WS-OI-SCAN-IDX.
008600     SET OI-IDX TO WS-OI-SCAN-IDX.
008610     IF OIT-OPEN-AMOUNT (OI-IDX) > ZERO
008620         MOVE OIT-CUSTOMER-ID (OI-IDX) TO NOI-CUSTOMER-ID
008630         MOVE OIT-ORDER-NUMBER (OI-IDX) TO NOI-ORDER-NUMBER
008640         MOVE OIT-INVOICE-DATE (OI-IDX) TO NOI-INVOICE-DATE
008650         MOVE OIT-INVOICE-AMOUNT (OI-IDX)
008660             TO NOI-INVOICE-AMOUNT
008670         MOVE OIT-OPEN-AMOUNT (OI-IDX) TO NOI-OPEN-AMOUNT
008680         MOVE OIT-PRODUCT-ID (OI-IDX) TO NOI-PRODUCT-ID
008690         WRITE NEW-OPEN-ITEM-RECORD FROM WS-NEW-OPEN-ITEM
008700         ADD 1 TO WS-ITEMS-OPEN-COUNT
008710     ELSE
008720         ADD 1 TO WS-ITEMS-RETIRED-COUNT
008730         IF OIT-CASH-APPLIED-FLAG (OI-IDX) = 'Y'
008740             PERFORM 3420-WRITE-PAID-ITEM THRU 3420-EXIT
008750         END-IF
008760     END-IF.
008770 3410-EXIT.
008780     EXIT.
008790*----------------------------------------------------------------
008800 3420-WRITE-PAID-ITEM.
008810     MOVE WS-BUSINESS-DATE TO PI-RELIEVED-DATE.
008820     MOVE OIT-CUSTOMER-ID (OI-IDX) TO PI-CUSTOMER-ID.
008830     MOVE OIT-ORDER-NUMBER (OI-IDX) TO PI-ORDER-NUMBER.
008840     MOVE OIT-INVOICE-DATE (OI-IDX) TO PI-INVOICE-DATE.
008850     MOVE OIT-INVOICE-AMOUNT (OI-IDX) TO PI-INVOICE-AMOUNT.
008860     MOVE OIT-PRODUCT-ID (OI-IDX) TO PI-PRODUCT-ID.
008870     WRITE PAID-ITEM-RECORD.
008880 3420-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
008910* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
008920* NONZERO RETURN CODE.  NOTHING HAS BEEN POSTED OR WRITTEN.
008930*----------------------------------------------------------------
008940 3850-DATE-REFUSED-STOP.
008950     WRITE REJECT-LINE FROM CLS-STOP-LINE.
008960     CLOSE REJECT-FILE.
008970     CLOSE BALANCE-LOG-FILE.
008980     MOVE 16 TO RETURN-CODE.
008990 3850-EXIT.
009000     EXIT.
009010*----------------------------------------------------------------
009020* THE MASTER FAILED ITS CONTROL CHECK - REPORT WHAT WAS
009030* EXPECTED AGAINST WHAT WAS COUNTED AND HAND OPERATIONS A
009040* NONZERO RETURN CODE.  NOTHING HAS BEEN APPLIED OR WRITTEN.
009050*----------------------------------------------------------------
009060 3900-OUT-OF-BALANCE-STOP.
009070     WRITE REJECT-LINE FROM OOB-TITLE-LINE.
009080     MOVE SPACE TO OOB-DETAIL-LINE.
009090     MOVE 'CONTROL EXPECTED: ' TO OOB-LABEL.
009100     MOVE WS-CTL-EXP-COUNT TO OOB-COUNT.
009110     MOVE WS-CTL-EXP-HASH TO OOB-HASH.
009120     WRITE REJECT-LINE FROM OOB-DETAIL-LINE.
009130     MOVE SPACE TO OOB-DETAIL-LINE.
009140     MOVE 'MASTER COUNTED:   ' TO OOB-LABEL.
009150     MOVE WS-CUST-IN-COUNT TO OOB-COUNT.
009160     MOVE WS-CUST-IN-HASH TO OOB-HASH.
009170     WRITE REJECT-LINE FROM OOB-DETAIL-LINE.
009180     CLOSE CUSTOMER-FILE.
009190     CLOSE REJECT-FILE.
009200     CLOSE BALANCE-LOG-FILE.
009210     MOVE 16 TO RETURN-CODE.
009220 3900-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250* THE OPEN-ITEM SUBLEDGER OVERRAN ITS TABLE AND THE RUN CANNOT
009260* SEE EVERY ITEM A RECEIPT MIGHT PAY - STOP BEFORE A SINGLE
009270* RECEIPT APPLIES.  NOTHING HAS POSTED; RESTART ONCE THE TABLE
009280* IS SIZED UP.
009290*----------------------------------------------------------------
009300 3950-OPEN-OVERFLOW-STOP.
009310     WRITE REJECT-LINE FROM OI-OVFL-LINE.
009320     CLOSE PAYMENT-TRANS-FILE.
009330     CLOSE CUSTOMER-FILE.
009340     CLOSE REJECT-FILE.
009350     CLOSE AUDIT-FILE.
009360     CLOSE JOURNAL-FILE.
009370     CLOSE CASH-HISTORY-FILE.
009380     CLOSE BALANCE-LOG-FILE.
009390     MOVE 16 TO RETURN-CODE.
009400 3950-EXIT.
009410     EXIT.
