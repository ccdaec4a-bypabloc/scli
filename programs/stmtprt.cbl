000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - MONTHLY CUSTOMER STATEMENTS
000200* 2026-10-15 DW   BUSINESS DATE - THE STMPARM PARAMETER FILE IS
000210*                 GONE.  THE STATEMENT MONTH NOW COMES FROM THE
000220*                 DATE CONTROL RECORD (BIZDATE.CPY), AND A
000230*                 FINISHED RUN LOGS ITSELF ON THE PERIOD STEP
000240*                 FILE (PERSTEP.CPY) FOR THE MONTH-END CLOSE.
000250*                 RENUMBERED
000260*----------------------------------------------------------------
000270* THIS PROGRAM PRINTS A MONTH-END STATEMENT FOR EVERY ACTIVE
000280* CUSTOMER WITH ACTIVITY IN THE STATEMENT MONTH OR A NONZERO
000290* BALANCE.  EACH STATEMENT SHOWS THE OPENING BALANCE, EVERY
000300* ORDER POSTED IN THE MONTH (SALES HISTORY GROUPED BY ORDER
000310* NUMBER, WITH THE ORDER'S TAX FROM THE TAX HISTORY), EVERY
000320* PAYMENT AND CREDIT MEMO CASHPOST APPLIED (FROM THE CASH
000330* HISTORY FILE CASHPOST NOW KEEPS), AND THE CLOSING BALANCE -
000340* WHICH IS THE ACCOUNT-BALANCE ON THE MASTER, ADDRESSED FROM
000350* THE CUSTOMER-ADDRESS BLOCK.  THE OPENING BALANCE IS WORKED
000360* BACK FROM THE CLOSING BALANCE AND THE MONTH'S ACTIVITY, SO
000370* THE PAGE ALWAYS FOOTS.  A RETURN POSTED BY RETPOST SHOWS AS
000380* A NEGATIVE ORDER LINE - ITS HISTORY ENTRY IS NEGATIVE.
000390*
000400* THE STATEMENT MONTH (CCYYMM) COMES FROM THE DATE CONTROL
000410* RECORD (BIZDATE.CPY) - ITS REPORT PERIOD WHEN OPERATIONS HAS
000420* SET ONE, OTHERWISE THE MONTH OF THE BUSINESS DATE; IF THE
000430* RECORD IS MISSING THE RUN DATE'S MONTH IS USED.
000440* HISTORY FOR A CUSTOMER NOT ON THE MASTER IS CONSUMED AND
000450* CALLED OUT AT THE END RATHER THAN LOST.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS CUSTOMER-ID.
000570     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT TAX-HISTORY-FILE ASSIGN TO TAXHIST
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT CASH-HISTORY-FILE ASSIGN TO CSHHIST
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-BIZ-FILE-STATUS.
000660     SELECT SALES-SORT-WORK ASSIGN TO SRTWK01.
000670     SELECT SORTED-SALES-FILE ASSIGN TO STMSLS
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT CASH-SORT-WORK ASSIGN TO SRTWK02.
000700     SELECT SORTED-CASH-FILE ASSIGN TO STMCSH
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT STATEMENT-FILE ASSIGN TO STMTOUT
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT PERIOD-STEP-FILE ASSIGN TO PERSTEP
000750         ORGANIZATION IS SEQUENTIAL.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  CUSTOMER-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "customer.cpy".
000820 FD  SALES-HISTORY-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY "saleshist.cpy".
000860 FD  TAX-HISTORY-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY "taxhist.cpy".
000900 FD  CASH-HISTORY-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 COPY "cashhist.cpy".
000940 FD  BUSINESS-DATE-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY "bizdate.cpy".
000980 FD  PERIOD-STEP-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY "perstep.cpy".
001020 SD  SALES-SORT-WORK.
001030 01  SALES-SORT-RECORD.
001040     05  SS-CUSTOMER-ID          PIC 9(10).
001050     05  SS-ORDER-NUMBER         PIC 9(08).
001060     05  SS-POSTED-DATE          PIC 9(08).
001070     05  SS-AMOUNT               PIC S9(09)V99.
001080 FD  SORTED-SALES-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  SORTED-SALES-RECORD.
001120     05  SL-CUSTOMER-ID          PIC 9(10).
001130     05  SL-ORDER-NUMBER         PIC 9(08).
001140     05  SL-POSTED-DATE          PIC 9(08).
001150     05  SL-AMOUNT               PIC S9(09)V99.
001160 SD  CASH-SORT-WORK.
001170 01  CASH-SORT-RECORD.
001180     05  SC-CUSTOMER-ID          PIC 9(10).
001190     05  SC-POSTED-DATE          PIC 9(08).
001200     05  SC-CHECK-NUMBER         PIC X(10).
001210     05  SC-MEMO-FLAG            PIC X(01).
001220     05  SC-AMOUNT               PIC 9(09)V99.
001230 FD  SORTED-CASH-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  SORTED-CASH-RECORD.
001270     05  CS-CUSTOMER-ID          PIC 9(10).
001280     05  CS-POSTED-DATE          PIC 9(08).
001290     05  CS-CHECK-NUMBER         PIC X(10).
001300     05  CS-MEMO-FLAG            PIC X(01).
001310     05  CS-AMOUNT               PIC 9(09)V99.
001320 FD  STATEMENT-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE OMITTED.
001350 01  STATEMENT-LINE              PIC X(132).
001360 WORKING-STORAGE SECTION.
001370*----------------------------------------------------------------
001380* SWITCHES AND MATCH KEYS
001390*----------------------------------------------------------------
001400 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001410     88  END-OF-FILE                       VALUE 'Y'.
001420 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
001430     88  MASTER-END-OF-FILE                VALUE 'Y'.
001440 77  WS-SALES-EOF-SWITCH         PIC X(01) VALUE 'N'.
001450     88  SALES-END-OF-FILE                 VALUE 'Y'.
001460 77  WS-CASH-EOF-SWITCH          PIC X(01) VALUE 'N'.
001470     88  CASH-END-OF-FILE                  VALUE 'Y'.
001480 77  WS-SALES-KEY                PIC 9(10) VALUE ZERO.
001490 77  WS-CASH-KEY                 PIC 9(10) VALUE ZERO.
001500 77  HIGH-KEY-VALUE              PIC 9(10) VALUE 9999999999.
001510 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001520*----------------------------------------------------------------
001530* STATEMENT MONTH (CCYYMM) AND SELECTION WORK AREAS
001540*----------------------------------------------------------------
001550 77  WS-STATEMENT-MONTH          PIC 9(06) VALUE ZERO.
001560 01  WS-TODAY-DATE.
001570     05  WS-TODAY-MONTH          PIC 9(06).
001580     05  WS-TODAY-DD             PIC 9(02).
001590 77  WS-HISTORY-MONTH            PIC 9(06) VALUE ZERO.
001600*----------------------------------------------------------------
001610* PER-CUSTOMER ORDER AND PAYMENT TABLES - GATHERED FIRST SO
001620* THE OPENING BALANCE CAN PRINT AT THE TOP OF THE PAGE BEFORE
001630* THE DETAIL THAT EXPLAINS IT
001640*----------------------------------------------------------------
001650 77  WS-ORDER-COUNT              PIC 9(03) COMP VALUE ZERO.
001660 77  WS-PAYMENT-COUNT            PIC 9(03) COMP VALUE ZERO.
001670 77  WS-DETAIL-LOST-SWITCH       PIC X(01) VALUE 'N'.
001680     88  DETAIL-LINES-LOST                 VALUE 'Y'.
001690 01  ORDER-TABLE-AREA.
001700     05  ORDER-TABLE-ENTRY OCCURS 200 TIMES
001710             INDEXED BY OR-IDX.
001720         10  OT-ORDER-NUMBER         PIC 9(08).
001730         10  OT-POSTED-DATE          PIC 9(08).
001740         10  OT-MERCH-AMOUNT         PIC S9(09)V99.
001750         10  OT-TAX-AMOUNT           PIC S9(07)V99.
001760 01  PAYMENT-TABLE-AREA.
001770     05  PAYMENT-TABLE-ENTRY OCCURS 200 TIMES
001780             INDEXED BY PY-IDX.
001790         10  PY-POSTED-DATE          PIC 9(08).
001800         10  PY-CHECK-NUMBER         PIC X(10).
001810         10  PY-MEMO-FLAG            PIC X(01).
001820         10  PY-AMOUNT               PIC 9(09)V99.
001830*----------------------------------------------------------------
001840* MONTH TAX BY ORDER NUMBER - LOADED FROM THE TAX HISTORY SO
001850* EACH ORDER LINE CAN SHOW THE TAX IT WAS BILLED WITH
001860*----------------------------------------------------------------
001870 77  WS-TAX-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
001880 77  WS-TAX-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001890 01  TAX-TOTAL-AREA.
001900     05  WS-TAX-COUNT            PIC 9(05) COMP VALUE ZERO.
001910     05  TAX-TOTAL-ENTRY OCCURS 10000 TIMES
001920             INDEXED BY TX-IDX.
001930         10  TX-ORDER-NUMBER         PIC 9(08).
001940         10  TX-TAX-AMOUNT           PIC S9(09)V99.
001950*----------------------------------------------------------------
001960* PER-CUSTOMER AND RUN ACCUMULATORS
001970*----------------------------------------------------------------
001980 77  WS-MONTH-CHARGES            PIC S9(11)V99 VALUE ZERO.
001990 77  WS-MONTH-CREDITS            PIC S9(11)V99 VALUE ZERO.
002000 77  WS-OPENING-BALANCE          PIC S9(11)V99 VALUE ZERO.
002010 77  WS-ORDER-TOTAL              PIC S9(11)V99 VALUE ZERO.
002020 77  WS-LOST-ORDER-NUMBER        PIC 9(08) VALUE ZERO.
002030 77  WS-LOST-ORDER-TAX           PIC S9(09)V99 VALUE ZERO.
002040 77  WS-STATEMENT-COUNT          PIC 9(07) COMP VALUE ZERO.
002050 77  WS-ORPHAN-COUNT             PIC 9(07) COMP VALUE ZERO.
002060 77  WS-SCAN-IDX                 PIC 9(03) COMP VALUE ZERO.
002070*----------------------------------------------------------------
002080* STATEMENT HEADINGS AND DETAIL LINES
002090*----------------------------------------------------------------
002100 01  HDG-TITLE-LINE.
002110     05  FILLER                  PIC X(01) VALUE SPACE.
002120     05  FILLER                  PIC X(24) VALUE
002130         'CUSTOMER STATEMENT'.
002140     05  FILLER                  PIC X(07) VALUE 'MONTH'.
002150     05  HDG-STATEMENT-MONTH     PIC 9(06).
002160 01  ADR-NAME-LINE.
002170     05  FILLER                  PIC X(01) VALUE SPACE.
002180     05  ADR-CUSTOMER-ID         PIC 9(10).
002190     05  FILLER                  PIC X(02) VALUE SPACE.
002200     05  ADR-CUSTOMER-NAME       PIC X(30).
002210 01  ADR-STREET-LINE.
002220     05  FILLER                  PIC X(13) VALUE SPACE.
002230     05  ADR-STREET              PIC X(25).
002240 01  ADR-CITY-LINE.
002250     05  FILLER                  PIC X(13) VALUE SPACE.
002260     05  ADR-CITY                PIC X(20).
002270     05  FILLER                  PIC X(01) VALUE SPACE.
002280     05  ADR-STATE               PIC X(02).
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  ADR-ZIP-CODE            PIC 9(05).
002310 01  BAL-LINE.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  BAL-TEXT                PIC X(18).
002340     05  BAL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
002350 01  ORD-HDG-LINE.
002360     05  FILLER                  PIC X(03) VALUE SPACE.
002370     05  FILLER                  PIC X(30) VALUE
002380         'ORDERS POSTED THIS MONTH'.
002390 01  ORD-DTL-LINE.
002400     05  FILLER                  PIC X(03) VALUE SPACE.
002410     05  FILLER                  PIC X(06) VALUE 'ORDER '.
002420     05  ORD-ORDER-NUMBER        PIC 9(08).
002430     05  FILLER                  PIC X(02) VALUE SPACE.
002440     05  ORD-POSTED-DATE         PIC 9(08).
002450     05  FILLER                  PIC X(07) VALUE ' MERCH '.
002460     05  ORD-MERCH-AMOUNT        PIC ZZZ,ZZ9.99-.
002470     05  FILLER                  PIC X(05) VALUE ' TAX '.
002480     05  ORD-TAX-AMOUNT          PIC ZZZ,ZZ9.99-.
002490     05  FILLER                  PIC X(07) VALUE ' TOTAL '.
002500     05  ORD-TOTAL-AMOUNT        PIC ZZZ,ZZ9.99-.
002510 01  PAY-HDG-LINE.
002520     05  FILLER                  PIC X(03) VALUE SPACE.
002530     05  FILLER                  PIC X(34) VALUE
002540         'PAYMENTS AND CREDITS APPLIED'.
002550 01  PAY-DTL-LINE.
002560     05  FILLER                  PIC X(03) VALUE SPACE.
002570     05  PAY-POSTED-DATE         PIC 9(08).
002580     05  FILLER                  PIC X(06) VALUE ' REF '.
002590     05  PAY-CHECK-NUMBER        PIC X(10).
002600     05  FILLER                  PIC X(02) VALUE SPACE.
002610     05  PAY-TYPE                PIC X(12).
002620     05  FILLER                  PIC X(02) VALUE SPACE.
002630     05  PAY-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002640 01  LOST-DETAIL-LINE.
002650     05  FILLER                  PIC X(03) VALUE SPACE.
002660     05  FILLER                  PIC X(48) VALUE
002670         'FURTHER DETAIL OMITTED - LINE TABLE FULL'.
002680 01  RUN-TOTAL-LINE.
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  RUN-TOTAL-TEXT          PIC X(40).
002710     05  RUN-TOTAL-COUNT         PIC ZZZZZZ9.
002720 PROCEDURE DIVISION.
002730*----------------------------------------------------------------
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
002770         UNTIL MASTER-END-OF-FILE.
002780     PERFORM 2800-CONSUME-ORPHANS THRU 2800-EXIT.
002790     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002800     STOP RUN.
002810*----------------------------------------------------------------
002820 1000-INITIALIZE.
002830     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002840     MOVE WS-TODAY-MONTH TO WS-STATEMENT-MONTH.
002850     OPEN INPUT BUSINESS-DATE-FILE.
002860     IF WS-BIZ-FILE-STATUS = '00'
002870         READ BUSINESS-DATE-FILE
002880             AT END
002890                 CONTINUE
002900             NOT AT END
002910                 MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
002920                 MOVE WS-TODAY-MONTH TO WS-STATEMENT-MONTH
002930                 IF BD-REPORT-PERIOD NOT = ZERO
002940                     MOVE BD-REPORT-PERIOD TO WS-STATEMENT-MONTH
002950                 END-IF
002960         END-READ
002970         CLOSE BUSINESS-DATE-FILE
002980     END-IF.
002990     MOVE WS-STATEMENT-MONTH TO HDG-STATEMENT-MONTH.
003000     SORT SALES-SORT-WORK
003010         ON ASCENDING KEY SS-CUSTOMER-ID SS-ORDER-NUMBER
003020             SS-POSTED-DATE
003030         INPUT PROCEDURE IS 1500-SELECT-SALES
003040             THRU 1500-EXIT
003050         GIVING SORTED-SALES-FILE.
003060     SORT CASH-SORT-WORK
003070         ON ASCENDING KEY SC-CUSTOMER-ID SC-POSTED-DATE
003080         WITH DUPLICATES IN ORDER
003090         INPUT PROCEDURE IS 1600-SELECT-CASH
003100             THRU 1600-EXIT
003110         GIVING SORTED-CASH-FILE.
003120     PERFORM 1700-LOAD-MONTH-TAX THRU 1700-EXIT.
003130     OPEN INPUT CUSTOMER-FILE.
003140     OPEN INPUT SORTED-SALES-FILE.
003150     OPEN INPUT SORTED-CASH-FILE.
003160     OPEN OUTPUT STATEMENT-FILE.
003170     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
003180     PERFORM 1200-READ-SALES THRU 1200-EXIT.
003190     PERFORM 1300-READ-CASH THRU 1300-EXIT.
003200 1000-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230 1100-READ-CUSTOMER.
003240     READ CUSTOMER-FILE
003250         AT END
003260             SET MASTER-END-OF-FILE TO TRUE
003270     END-READ.
003280 1100-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310 1200-READ-SALES.
003320     READ SORTED-SALES-FILE
003330         AT END
003340             SET SALES-END-OF-FILE TO TRUE
003350             MOVE HIGH-KEY-VALUE TO WS-SALES-KEY
003360         NOT AT END
003370             MOVE SL-CUSTOMER-ID TO WS-SALES-KEY
003380     END-READ.
003390 1200-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------
003420 1300-READ-CASH.
003430     READ SORTED-CASH-FILE
003440         AT END
003450             SET CASH-END-OF-FILE TO TRUE
003460             MOVE HIGH-KEY-VALUE TO WS-CASH-KEY
003470         NOT AT END
003480             MOVE CS-CUSTOMER-ID TO WS-CASH-KEY
003490     END-READ.
003500 1300-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530* INPUT PROCEDURE - KEEP ONLY THE STATEMENT MONTH'S SALES.
003540*----------------------------------------------------------------
003550 1500-SELECT-SALES.
003560     OPEN INPUT SALES-HISTORY-FILE.
003570     SET WS-EOF-SWITCH TO 'N'.
003580     READ SALES-HISTORY-FILE
003590         AT END
003600             SET END-OF-FILE TO TRUE
003610     END-READ.
003620     PERFORM 1510-SELECT-ONE-SALE THRU 1510-EXIT
003630         UNTIL END-OF-FILE.
003640     CLOSE SALES-HISTORY-FILE.
003650 1500-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680 1510-SELECT-ONE-SALE.
003690     MOVE SH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
003700     IF WS-HISTORY-MONTH = WS-STATEMENT-MONTH
003710         MOVE SH-CUSTOMER-ID TO SS-CUSTOMER-ID
003720         MOVE SH-ORDER-NUMBER TO SS-ORDER-NUMBER
003730         MOVE SH-POSTED-DATE TO SS-POSTED-DATE
003740         MOVE SH-EXTENDED-AMOUNT TO SS-AMOUNT
003750         RELEASE SALES-SORT-RECORD
003760     END-IF.
003770     READ SALES-HISTORY-FILE
003780         AT END
003790             SET END-OF-FILE TO TRUE
003800     END-READ.
003810 1510-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* INPUT PROCEDURE - KEEP ONLY THE STATEMENT MONTH'S RECEIPTS.
003850*----------------------------------------------------------------
003860 1600-SELECT-CASH.
003870     OPEN INPUT CASH-HISTORY-FILE.
003880     SET WS-EOF-SWITCH TO 'N'.
003890     READ CASH-HISTORY-FILE
003900         AT END
003910             SET END-OF-FILE TO TRUE
003920     END-READ.
003930     PERFORM 1610-SELECT-ONE-RECEIPT THRU 1610-EXIT
003940         UNTIL END-OF-FILE.
003950     CLOSE CASH-HISTORY-FILE.
003960 1600-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990 1610-SELECT-ONE-RECEIPT.
004000     MOVE CH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
004010     IF WS-HISTORY-MONTH = WS-STATEMENT-MONTH
004020         MOVE CH-CUSTOMER-ID TO SC-CUSTOMER-ID
004030         MOVE CH-POSTED-DATE TO SC-POSTED-DATE
004040         MOVE CH-CHECK-NUMBER TO SC-CHECK-NUMBER
004050         MOVE CH-MEMO-FLAG TO SC-MEMO-FLAG
004060         MOVE CH-AMOUNT TO SC-AMOUNT
004070         RELEASE CASH-SORT-RECORD
004080     END-IF.
004090     READ CASH-HISTORY-FILE
004100         AT END
004110             SET END-OF-FILE TO TRUE
004120     END-READ.
004130 1610-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* THE MONTH'S TAX BY ORDER NUMBER - ONE SLOT PER ORDER, LINES
004170* OF THE SAME ORDER ACCUMULATE.  AN OVERFLOWING MONTH LOSES
004180* THE TAX COLUMN FOR THE ORDERS THAT DID NOT FIT AND SAYS SO.
004190*----------------------------------------------------------------
004200 1700-LOAD-MONTH-TAX.
004210     OPEN INPUT TAX-HISTORY-FILE.
004220     SET WS-EOF-SWITCH TO 'N'.
004230     READ TAX-HISTORY-FILE
004240         AT END
004250             SET END-OF-FILE TO TRUE
004260     END-READ.
004270     PERFORM 1710-LOAD-ONE-TAX THRU 1710-EXIT
004280         UNTIL END-OF-FILE.
004290     CLOSE TAX-HISTORY-FILE.
004300 1700-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330 1710-LOAD-ONE-TAX.
004340     MOVE TH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
004350     IF WS-HISTORY-MONTH NOT = WS-STATEMENT-MONTH
004360         GO TO 1710-NEXT
004370     END-IF.
004380     MOVE 'N' TO WS-TAX-FOUND-SWITCH.
004390     IF WS-TAX-COUNT > ZERO
004400         SET TX-IDX TO 1
004410         SEARCH TAX-TOTAL-ENTRY
004420             AT END
004430                 CONTINUE
004440             WHEN TX-IDX > WS-TAX-COUNT
004450                 CONTINUE
004460             WHEN TX-ORDER-NUMBER (TX-IDX) = TH-ORDER-NUMBER
004470                 ADD TH-TAX-AMOUNT TO TX-TAX-AMOUNT (TX-IDX)
004480                 MOVE 'Y' TO WS-TAX-FOUND-SWITCH
004490         END-SEARCH
004500     END-IF.
004510     IF WS-TAX-FOUND-SWITCH NOT = 'Y'
004520         IF WS-TAX-COUNT < 10000
004530             ADD 1 TO WS-TAX-COUNT
004540             SET TX-IDX TO WS-TAX-COUNT
004550             MOVE TH-ORDER-NUMBER TO TX-ORDER-NUMBER (TX-IDX)
004560             MOVE TH-TAX-AMOUNT TO TX-TAX-AMOUNT (TX-IDX)
004570         ELSE
004580             ADD 1 TO WS-TAX-OVERFLOW-COUNT
004590         END-IF
004600     END-IF.
004610 1710-NEXT.
004620     READ TAX-HISTORY-FILE
004630         AT END
004640             SET END-OF-FILE TO TRUE
004650     END-READ.
004660 1710-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* ONE CUSTOMER AT A TIME - HISTORY BELOW THE MASTER KEY
004700* BELONGS TO NO CUSTOMER ON FILE AND IS COUNTED AS ORPHANED,
004710* THE MONTH'S ORDERS AND RECEIPTS ARE GATHERED INTO TABLES,
004720* AND A CUSTOMER WITH ACTIVITY OR A BALANCE GETS A STATEMENT.
004730*----------------------------------------------------------------
004740 2000-PROCESS-CUSTOMER.
004750     PERFORM 2100-CONSUME-ORPHAN-SALES THRU 2100-EXIT
004760         UNTIL WS-SALES-KEY NOT < CUSTOMER-ID.
004770     PERFORM 2150-CONSUME-ORPHAN-CASH THRU 2150-EXIT
004780         UNTIL WS-CASH-KEY NOT < CUSTOMER-ID.
004790     MOVE ZERO TO WS-ORDER-COUNT.
004800     MOVE ZERO TO WS-PAYMENT-COUNT.
004810     MOVE ZERO TO WS-MONTH-CHARGES.
004820     MOVE ZERO TO WS-MONTH-CREDITS.
004830     MOVE 'N' TO WS-DETAIL-LOST-SWITCH.
004840     PERFORM 2200-GATHER-ONE-ORDER THRU 2200-EXIT
004850         UNTIL WS-SALES-KEY NOT = CUSTOMER-ID.
004860     PERFORM 2300-GATHER-ONE-RECEIPT THRU 2300-EXIT
004870         UNTIL WS-CASH-KEY NOT = CUSTOMER-ID.
004880     IF ACTIVE-CUSTOMER
004890         AND (WS-ORDER-COUNT > ZERO
004900             OR WS-PAYMENT-COUNT > ZERO
004910             OR ACCOUNT-BALANCE NOT = ZERO)
004920         PERFORM 2500-PRINT-STATEMENT THRU 2500-EXIT
004930     END-IF.
004940     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
004950 2000-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980 2100-CONSUME-ORPHAN-SALES.
004990     ADD 1 TO WS-ORPHAN-COUNT.
005000     PERFORM 1200-READ-SALES THRU 1200-EXIT.
005010 2100-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040 2150-CONSUME-ORPHAN-CASH.
005050     ADD 1 TO WS-ORPHAN-COUNT.
005060     PERFORM 1300-READ-CASH THRU 1300-EXIT.
005070 2150-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* ALL THE LINES OF ONE ORDER ARE ADJACENT IN THE SORT - THEY
005110* GATHER INTO ONE TABLE SLOT, AND THE ORDER'S TAX COMES FROM
005120* THE MONTH TAX TABLE WHEN THE SLOT IS OPENED.
005130*----------------------------------------------------------------
005140 2200-GATHER-ONE-ORDER.
005150     IF WS-ORDER-COUNT < 200
005160         ADD 1 TO WS-ORDER-COUNT
005170         SET OR-IDX TO WS-ORDER-COUNT
005180         MOVE SL-ORDER-NUMBER TO OT-ORDER-NUMBER (OR-IDX)
005190         MOVE SL-POSTED-DATE TO OT-POSTED-DATE (OR-IDX)
005200         MOVE ZERO TO OT-MERCH-AMOUNT (OR-IDX)
005210         MOVE ZERO TO OT-TAX-AMOUNT (OR-IDX)
005220         PERFORM 2250-FIND-ORDER-TAX THRU 2250-EXIT
005230         PERFORM 2220-ADD-ORDER-LINE THRU 2220-EXIT
005240             UNTIL WS-SALES-KEY NOT = CUSTOMER-ID
005250             OR SL-ORDER-NUMBER NOT = OT-ORDER-NUMBER (OR-IDX)
005260         ADD OT-MERCH-AMOUNT (OR-IDX) TO WS-MONTH-CHARGES
005270         ADD OT-TAX-AMOUNT (OR-IDX) TO WS-MONTH-CHARGES
005280     ELSE
005290         SET DETAIL-LINES-LOST TO TRUE
005300         PERFORM 2270-SUM-LOST-ORDER THRU 2270-EXIT
005310     END-IF.
005320 2200-EXIT.
005330     EXIT.
005340*----------------------------------------------------------------
005350* AN ORDER THE LINE TABLE COULD NOT HOLD STILL HAS TO FOOT -
005360* ITS MERCHANDISE LINES AND ITS TAX ALL GO INTO THE MONTH'S
005370* CHARGES EVEN THOUGH THE DETAIL ITSELF IS OMITTED, SO THE
005380* OPENING BALANCE WORKED BACK FROM THEM STAYS RIGHT.
005390*----------------------------------------------------------------
005400 2270-SUM-LOST-ORDER.
005410     MOVE SL-ORDER-NUMBER TO WS-LOST-ORDER-NUMBER.
005420     PERFORM 2275-FIND-LOST-ORDER-TAX THRU 2275-EXIT.
005430     ADD WS-LOST-ORDER-TAX TO WS-MONTH-CHARGES.
005440     PERFORM 2280-ADD-LOST-LINE THRU 2280-EXIT
005450         UNTIL WS-SALES-KEY NOT = CUSTOMER-ID
005460         OR SL-ORDER-NUMBER NOT = WS-LOST-ORDER-NUMBER.
005470 2270-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------
005500 2275-FIND-LOST-ORDER-TAX.
005510     MOVE ZERO TO WS-LOST-ORDER-TAX.
005520     IF WS-TAX-COUNT = ZERO
005530         GO TO 2275-EXIT
005540     END-IF.
005550     SET TX-IDX TO 1.
005560     SEARCH TAX-TOTAL-ENTRY
005570         AT END
005580             CONTINUE
005590         WHEN TX-IDX > WS-TAX-COUNT
005600             CONTINUE
005610         WHEN TX-ORDER-NUMBER (TX-IDX) = WS-LOST-ORDER-NUMBER
005620             MOVE TX-TAX-AMOUNT (TX-IDX)
005630                 TO WS-LOST-ORDER-TAX
005640     END-SEARCH.
005650 2275-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680 2280-ADD-LOST-LINE.
005690     ADD SL-AMOUNT TO WS-MONTH-CHARGES.
005700     PERFORM 1200-READ-SALES THRU 1200-EXIT.
005710 2280-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740 2220-ADD-ORDER-LINE.
005750     ADD SL-AMOUNT TO OT-MERCH-AMOUNT (OR-IDX).
005760     PERFORM 1200-READ-SALES THRU 1200-EXIT.
005770 2220-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800 2250-FIND-ORDER-TAX.
005810     IF WS-TAX-COUNT = ZERO
005820         GO TO 2250-EXIT
005830     END-IF.
005840     SET TX-IDX TO 1.
005850     SEARCH TAX-TOTAL-ENTRY
005860         AT END
005870             CONTINUE
005880         WHEN TX-IDX > WS-TAX-COUNT
005890             CONTINUE
005900         WHEN TX-ORDER-NUMBER (TX-IDX) =
005910                 OT-ORDER-NUMBER (OR-IDX)
005920             MOVE TX-TAX-AMOUNT (TX-IDX)
005930                 TO OT-TAX-AMOUNT (OR-IDX)
005940     END-SEARCH.
005950 2250-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980 2300-GATHER-ONE-RECEIPT.
005990     IF WS-PAYMENT-COUNT < 200
006000         ADD 1 TO WS-PAYMENT-COUNT
006010         SET PY-IDX TO WS-PAYMENT-COUNT
006020         MOVE CS-POSTED-DATE TO PY-POSTED-DATE (PY-IDX)
006030         MOVE CS-CHECK-NUMBER TO PY-CHECK-NUMBER (PY-IDX)
006040         MOVE CS-MEMO-FLAG TO PY-MEMO-FLAG (PY-IDX)
006050         MOVE CS-AMOUNT TO PY-AMOUNT (PY-IDX)
006060     ELSE
006070         SET DETAIL-LINES-LOST TO TRUE
006080     END-IF.
006090     ADD CS-AMOUNT TO WS-MONTH-CREDITS.
006100     PERFORM 1300-READ-CASH THRU 1300-EXIT.
006110 2300-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* THE OPENING BALANCE IS WORKED BACK FROM THE CLOSING BALANCE
006150* ON THE MASTER - OPENING = CLOSING - CHARGES + CREDITS - SO
006160* OPENING PLUS THE PRINTED DETAIL ALWAYS FOOTS TO CLOSING.
006170*----------------------------------------------------------------
006180 2500-PRINT-STATEMENT.
006190     COMPUTE WS-OPENING-BALANCE =
006200         ACCOUNT-BALANCE - WS-MONTH-CHARGES + WS-MONTH-CREDITS.
006210     MOVE SPACE TO STATEMENT-LINE.
006220     WRITE STATEMENT-LINE.
006230     WRITE STATEMENT-LINE FROM HDG-TITLE-LINE.
006240     MOVE CUSTOMER-ID TO ADR-CUSTOMER-ID.
006250     MOVE CUSTOMER-NAME TO ADR-CUSTOMER-NAME.
006260     WRITE STATEMENT-LINE FROM ADR-NAME-LINE.
006270     MOVE STREET TO ADR-STREET.
006280     WRITE STATEMENT-LINE FROM ADR-STREET-LINE.
006290     MOVE CITY TO ADR-CITY.
006300     MOVE STATE TO ADR-STATE.
006310     MOVE ZIP-CODE TO ADR-ZIP-CODE.
006320     WRITE STATEMENT-LINE FROM ADR-CITY-LINE.
006330     MOVE 'OPENING BALANCE:  ' TO BAL-TEXT.
006340     MOVE WS-OPENING-BALANCE TO BAL-AMOUNT.
006350     WRITE STATEMENT-LINE FROM BAL-LINE.
006360     IF WS-ORDER-COUNT > ZERO
006370         WRITE STATEMENT-LINE FROM ORD-HDG-LINE
006380         MOVE ZERO TO WS-SCAN-IDX
006390         PERFORM 2600-PRINT-ONE-ORDER THRU 2600-EXIT
006400             UNTIL WS-SCAN-IDX NOT < WS-ORDER-COUNT
006410     END-IF.
006420     IF WS-PAYMENT-COUNT > ZERO
006430         WRITE STATEMENT-LINE FROM PAY-HDG-LINE
006440         MOVE ZERO TO WS-SCAN-IDX
006450         PERFORM 2700-PRINT-ONE-PAYMENT THRU 2700-EXIT
006460             UNTIL WS-SCAN-IDX NOT < WS-PAYMENT-COUNT
006470     END-IF.
006480     IF DETAIL-LINES-LOST
006490         WRITE STATEMENT-LINE FROM LOST-DETAIL-LINE
006500     END-IF.
006510     MOVE 'CLOSING BALANCE:  ' TO BAL-TEXT.
006520     MOVE ACCOUNT-BALANCE TO BAL-AMOUNT.
006530     WRITE STATEMENT-LINE FROM BAL-LINE.
006540     ADD 1 TO WS-STATEMENT-COUNT.
006550 2500-EXIT.
006560     EXIT.
006570*----------------------------------------------------------------
006580 2600-PRINT-ONE-ORDER.
006590     ADD 1 TO WS-SCAN-IDX.
006600     SET OR-IDX TO WS-SCAN-IDX.
006610     MOVE OT-ORDER-NUMBER (OR-IDX) TO ORD-ORDER-NUMBER.
006620     MOVE OT-POSTED-DATE (OR-IDX) TO ORD-POSTED-DATE.
006630     MOVE OT-MERCH-AMOUNT (OR-IDX) TO ORD-MERCH-AMOUNT.
006640     MOVE OT-TAX-AMOUNT (OR-IDX) TO ORD-TAX-AMOUNT.
006650     COMPUTE WS-ORDER-TOTAL =
006660         OT-MERCH-AMOUNT (OR-IDX) + OT-TAX-AMOUNT (OR-IDX).
006670     MOVE WS-ORDER-TOTAL TO ORD-TOTAL-AMOUNT.
006680     WRITE STATEMENT-LINE FROM ORD-DTL-LINE.
006690 2600-EXIT.
006700     EXIT.
006710*----------------------------------------------------------------
006720 2700-PRINT-ONE-PAYMENT.
006730     ADD 1 TO WS-SCAN-IDX.
006740     SET PY-IDX TO WS-SCAN-IDX.
006750     MOVE PY-POSTED-DATE (PY-IDX) TO PAY-POSTED-DATE.
006760     MOVE PY-CHECK-NUMBER (PY-IDX) TO PAY-CHECK-NUMBER.
006770     IF PY-MEMO-FLAG (PY-IDX) = 'Y'
006780         MOVE 'CREDIT MEMO' TO PAY-TYPE
006790     ELSE
006800         MOVE 'PAYMENT' TO PAY-TYPE
006810     END-IF.
006820     MOVE PY-AMOUNT (PY-IDX) TO PAY-AMOUNT.
006830     WRITE STATEMENT-LINE FROM PAY-DTL-LINE.
006840 2700-EXIT.
006850     EXIT.
006860*----------------------------------------------------------------
006870 2800-CONSUME-ORPHANS.
006880     PERFORM 2100-CONSUME-ORPHAN-SALES THRU 2100-EXIT
006890         UNTIL SALES-END-OF-FILE.
006900     PERFORM 2150-CONSUME-ORPHAN-CASH THRU 2150-EXIT
006910         UNTIL CASH-END-OF-FILE.
006920 2800-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------
006950 3000-FINISH-UP.
006960     MOVE SPACE TO STATEMENT-LINE.
006970     WRITE STATEMENT-LINE.
006980     MOVE 'STATEMENTS PRINTED:' TO RUN-TOTAL-TEXT.
006990     MOVE WS-STATEMENT-COUNT TO RUN-TOTAL-COUNT.
007000     WRITE STATEMENT-LINE FROM RUN-TOTAL-LINE.
007010     IF WS-ORPHAN-COUNT > ZERO
007020         MOVE 'HISTORY FOR CUSTOMERS NOT ON MASTER:'
007030             TO RUN-TOTAL-TEXT
007040         MOVE WS-ORPHAN-COUNT TO RUN-TOTAL-COUNT
007050         WRITE STATEMENT-LINE FROM RUN-TOTAL-LINE
007060     END-IF.
007070     IF WS-TAX-OVERFLOW-COUNT > ZERO
007080         MOVE 'TAX LINES NOT TABLED - ORDER TABLE FULL:'
007090             TO RUN-TOTAL-TEXT
007100         MOVE WS-TAX-OVERFLOW-COUNT TO RUN-TOTAL-COUNT
007110         WRITE STATEMENT-LINE FROM RUN-TOTAL-LINE
007120     END-IF.
007130     CLOSE CUSTOMER-FILE.
007140     CLOSE SORTED-SALES-FILE.
007150     CLOSE SORTED-CASH-FILE.
007160     CLOSE STATEMENT-FILE.
007170     PERFORM 3100-LOG-PERIOD-STEP THRU 3100-EXIT.
007180 3000-EXIT.
007190     EXIT.
007200*----------------------------------------------------------------
007210* THE MONTH'S STATEMENTS ARE OUT - RECORD IT AGAINST THE MONTH.
007220* PERIOD CLOSE (PERCLOSE) LOCKS A MONTH ONLY ONCE THIS RUN, THE
007230* OTHER MONTH-END REPORT AND THE GL EXTRACT HAVE ALL LOGGED IT.
007240*----------------------------------------------------------------
007250 3100-LOG-PERIOD-STEP.
007260     OPEN EXTEND PERIOD-STEP-FILE.
007270     MOVE WS-STATEMENT-MONTH TO PS-PERIOD.
007280     MOVE 'STMTPRT' TO PS-STEP-PROGRAM.
007290     MOVE WS-TODAY-DATE TO PS-BUSINESS-DATE.
007300     WRITE PERIOD-STEP-RECORD.
007310     CLOSE PERIOD-STEP-FILE.
007320 3100-EXIT.
007330     EXIT.
