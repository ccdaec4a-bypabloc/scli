000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. STKCARD.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. INVENTORY-CONTROL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - MONTHLY STOCK CARD AND
000200*                 LEDGER-TO-MASTER TIE-OUT
000210*----------------------------------------------------------------
000220* THIS PROGRAM ROLLS THE STOCK MOVEMENT LEDGER (STKMOVE.CPY) -
000230* THE SALES, BACKORDER RELEASES, RECEIPTS, RETURNS, COUNT
000240* VARIANCES AND MASTER CORRECTIONS EVERY STOCK-MOVING PROGRAM
000250* APPENDS - FORWARD FOR THE REPORT MONTH AND PRINTS A STOCK CARD
000260* FOR EVERY PRODUCT ON THE MASTER, BY CATEGORY:
000270*
000280*     OPENING + RECEIPTS - SALES + RETURNS +/- ADJUSTMENTS
000290*         = CLOSING
000300*
000310* SALES INCLUDE BACKORDER RELEASES; ADJUSTMENTS ARE THE COUNT
000320* VARIANCES AND MASTER CORRECTIONS, SIGNED.  THE REPORT MONTH IS
000330* BD-REPORT-PERIOD ON THE DATE CONTROL RECORD WHEN IT IS SET,
000340* OTHERWISE THE BUSINESS DATE'S OWN MONTH.
000350*
000360* THE OPENING IS LAST MONTH'S CLOSING FROM THE BALANCE-FORWARD
000370* FILE THIS PROGRAM WRITES (STKBAL.CPY), PLUS ANY MOVEMENTS IN
000380* MONTHS THE CARD WAS NOT RUN FOR.  THE CLOSING, PLUS WHATEVER
000390* HAS MOVED SINCE THE MONTH ENDED, MUST EQUAL QUANTITY-ON-HAND ON
000400* THE MASTER; A PRODUCT THAT DOES NOT TIE IS FLAGGED WITH ITS
000410* DIFFERENCE - STOCK CHANGED WITHOUT A MOVEMENT, OR A MOVEMENT
000420* WITHOUT THE STOCK - AND THE RUN ENDS WITH RETURN-CODE 8.  A
000430* PRODUCT WITH NO BALANCE FORWARD YET (THE FIRST MONTH, OR A
000440* RERUN OF A MONTH OLDER THAN THE LAST ONE CARRIED) HAS ITS
000450* OPENING WORKED BACK FROM THE MASTER; IT TIES BY CONSTRUCTION,
000460* SO IT IS MARKED AS WORKED BACK INSTEAD.  RERUNNING THE SAME
000470* MONTH TAKES THE OPENING IT CARRIED THE FIRST TIME.
000480*
000490* MOVEMENTS AND BALANCES FOR A PRODUCT NO LONGER ON THE MASTER
000500* ARE COUNTED ON THE LAST PAGE.
000510*----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT STOCK-MOVEMENT-FILE ASSIGN TO STKMOVE
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS PRODUCT-ID.
000640     SELECT OLD-BALANCE-FILE ASSIGN TO STKBIN
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-BAL-FILE-STATUS.
000670     SELECT NEW-BALANCE-FILE ASSIGN TO STKBOUT
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-BIZ-FILE-STATUS.
000720     SELECT MOVEMENT-SORT-WORK ASSIGN TO SRTWK01.
000730     SELECT SORTED-MOVEMENT-FILE ASSIGN TO STKMSRT
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT CARD-SORT-WORK ASSIGN TO SRTWK02.
000760     SELECT SORTED-CARD-FILE ASSIGN TO STKCSRT
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT REPORT-FILE ASSIGN TO STKRPT
000790         ORGANIZATION IS SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  STOCK-MOVEMENT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  STOCK-MOVEMENT-IN           PIC X(41).
000860 FD  PRODUCT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 COPY "product.cpy".
000900 FD  OLD-BALANCE-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 COPY "stkbal.cpy".
000940 FD  NEW-BALANCE-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  NEW-BALANCE-RECORD          PIC X(28).
000980 FD  BUSINESS-DATE-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY "bizdate.cpy".
001020 SD  MOVEMENT-SORT-WORK.
001030 01  MOVEMENT-SORT-RECORD.
001040     05  MW-PRODUCT-ID           PIC 9(08).
001050     05  MW-MOVEMENT-TYPE        PIC X(02).
001060     05  MW-QUANTITY             PIC S9(07).
001070     05  MW-DOCUMENT-NUMBER      PIC 9(08).
001080     05  MW-BUSINESS-DATE        PIC 9(08).
001090     05  MW-SOURCE-PROGRAM       PIC X(08).
001100 FD  SORTED-MOVEMENT-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY "stkmove.cpy".
001140 SD  CARD-SORT-WORK.
001150 01  CARD-SORT-RECORD.
001160     05  CW-CATEGORY             PIC X(15).
001170     05  CW-PRODUCT-ID           PIC 9(08).
001180     05  CW-PRODUCT-NAME         PIC X(23).
001190     05  CW-OPENING              PIC S9(07).
001200     05  CW-RECEIPTS             PIC S9(07).
001210     05  CW-SALES                PIC S9(07).
001220     05  CW-RETURNS              PIC S9(07).
001230     05  CW-ADJUSTMENTS          PIC S9(07).
001240     05  CW-CLOSING              PIC S9(07).
001250     05  CW-LATER-NET            PIC S9(07).
001260     05  CW-ON-HAND              PIC 9(06).
001270     05  CW-DIFFERENCE           PIC S9(07).
001280     05  CW-CARD-STATUS          PIC X(01).
001290 FD  SORTED-CARD-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  SORTED-CARD-RECORD.
001330     05  SC-CATEGORY             PIC X(15).
001340     05  SC-PRODUCT-ID           PIC 9(08).
001350     05  SC-PRODUCT-NAME         PIC X(23).
001360     05  SC-OPENING              PIC S9(07).
001370     05  SC-RECEIPTS             PIC S9(07).
001380     05  SC-SALES                PIC S9(07).
001390     05  SC-RETURNS              PIC S9(07).
001400     05  SC-ADJUSTMENTS          PIC S9(07).
001410     05  SC-CLOSING              PIC S9(07).
001420     05  SC-LATER-NET            PIC S9(07).
001430     05  SC-ON-HAND              PIC 9(06).
001440     05  SC-DIFFERENCE           PIC S9(07).
001450     05  SC-CARD-STATUS          PIC X(01).
001460         88  SC-TIED                 VALUE 'T'.
001470         88  SC-NOT-TIED             VALUE 'N'.
001480         88  SC-WORKED-BACK          VALUE 'W'.
001490 FD  REPORT-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE OMITTED.
001520 01  REPORT-LINE                 PIC X(132).
001530 WORKING-STORAGE SECTION.
001540*----------------------------------------------------------------
001550* SWITCHES, FILE STATUS AND MATCH KEYS
001560*----------------------------------------------------------------
001570 77  WS-PROD-EOF-SWITCH          PIC X(01) VALUE 'N'.
001580     88  PROD-END-OF-FILE                 VALUE 'Y'.
001590 77  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001600     88  SORT-END-OF-FILE                 VALUE 'Y'.
001610 77  WS-FIRST-CAT-SWITCH         PIC X(01) VALUE 'Y'.
001620     88  FIRST-CATEGORY                   VALUE 'Y'
001630         WHEN SET TO FALSE IS 'N'.
001640 77  WS-BAL-PRESENT-SWITCH       PIC X(01) VALUE 'N'.
001650     88  BALANCE-FILE-PRESENT             VALUE 'Y'.
001660 77  WS-BAL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001670     88  BALANCE-FOUND                    VALUE 'Y'.
001680 77  WS-CARD-STATUS              PIC X(01) VALUE SPACE.
001690     88  CARD-TIED                        VALUE 'T'.
001700     88  CARD-NOT-TIED                    VALUE 'N'.
001710     88  CARD-WORKED-BACK                 VALUE 'W'.
001720 77  WS-BAL-FILE-STATUS          PIC X(02) VALUE SPACE.
001730 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001740 77  WS-MOVE-KEY                 PIC 9(08) VALUE ZERO.
001750 77  WS-BAL-KEY                  PIC 9(08) VALUE ZERO.
001760 77  HIGH-KEY-VALUE              PIC 9(08) VALUE 99999999.
001770 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001780 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001790 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001800*----------------------------------------------------------------
001810* REPORT MONTH (CCYYMM) AND PERIOD WORK AREAS
001820*----------------------------------------------------------------
001830 77  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
001840 01  WS-TODAY-DATE.
001850     05  WS-TODAY-MONTH          PIC 9(06).
001860     05  WS-TODAY-DD             PIC 9(02).
001870 77  WS-MOVEMENT-MONTH           PIC 9(06) VALUE ZERO.
001880 77  WS-BAL-PERIOD               PIC 9(06) VALUE ZERO.
001890*----------------------------------------------------------------
001900* ONE PRODUCT'S ROLL-FORWARD
001910*----------------------------------------------------------------
001920 77  WS-PROD-OPENING             PIC S9(07) VALUE ZERO.
001930 77  WS-PROD-RECEIPTS            PIC S9(07) VALUE ZERO.
001940 77  WS-PROD-SALES               PIC S9(07) VALUE ZERO.
001950 77  WS-PROD-RETURNS             PIC S9(07) VALUE ZERO.
001960 77  WS-PROD-ADJUSTMENTS         PIC S9(07) VALUE ZERO.
001970 77  WS-PROD-CLOSING             PIC S9(07) VALUE ZERO.
001980 77  WS-PROD-PERIOD-NET          PIC S9(07) VALUE ZERO.
001990 77  WS-PROD-LATER-NET           PIC S9(07) VALUE ZERO.
002000 77  WS-PROD-GAP-NET             PIC S9(07) VALUE ZERO.
002010 77  WS-PROD-DIFFERENCE          PIC S9(07) VALUE ZERO.
002020 01  WS-NEW-BALANCE.
002030     05  NB-PRODUCT-ID           PIC 9(08).
002040     05  NB-PERIOD               PIC 9(06).
002050     05  NB-OPENING-QUANTITY     PIC S9(07).
002060     05  NB-CLOSING-QUANTITY     PIC S9(07).
002070*----------------------------------------------------------------
002080* CATEGORY AND GRAND-TOTAL ACCUMULATORS AND RUN COUNTS
002090*----------------------------------------------------------------
002100 77  WS-SAVE-CATEGORY            PIC X(15) VALUE SPACE.
002110 77  WS-CAT-OPENING              PIC S9(09) VALUE ZERO.
002120 77  WS-CAT-RECEIPTS             PIC S9(09) VALUE ZERO.
002130 77  WS-CAT-SALES                PIC S9(09) VALUE ZERO.
002140 77  WS-CAT-RETURNS              PIC S9(09) VALUE ZERO.
002150 77  WS-CAT-ADJUSTMENTS          PIC S9(09) VALUE ZERO.
002160 77  WS-CAT-CLOSING              PIC S9(09) VALUE ZERO.
002170 77  WS-CAT-ON-HAND              PIC S9(09) VALUE ZERO.
002180 77  WS-GRD-OPENING              PIC S9(09) VALUE ZERO.
002190 77  WS-GRD-RECEIPTS             PIC S9(09) VALUE ZERO.
002200 77  WS-GRD-SALES                PIC S9(09) VALUE ZERO.
002210 77  WS-GRD-RETURNS              PIC S9(09) VALUE ZERO.
002220 77  WS-GRD-ADJUSTMENTS          PIC S9(09) VALUE ZERO.
002230 77  WS-GRD-CLOSING              PIC S9(09) VALUE ZERO.
002240 77  WS-GRD-ON-HAND              PIC S9(09) VALUE ZERO.
002250 77  WS-PRODUCT-COUNT            PIC 9(07) COMP VALUE ZERO.
002260 77  WS-TIED-COUNT               PIC 9(07) COMP VALUE ZERO.
002270 77  WS-NOT-TIED-COUNT           PIC 9(07) COMP VALUE ZERO.
002280 77  WS-WORKED-BACK-COUNT        PIC 9(07) COMP VALUE ZERO.
002290 77  WS-ORPHAN-MOVE-COUNT        PIC 9(07) COMP VALUE ZERO.
002300 77  WS-ORPHAN-BAL-COUNT         PIC 9(07) COMP VALUE ZERO.
002310*----------------------------------------------------------------
002320* REPORT HEADINGS AND DETAIL LINES
002330*----------------------------------------------------------------
002340 01  HDG-TITLE-LINE.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  FILLER                  PIC X(45) VALUE
002370         'MONTHLY STOCK CARD - LEDGER ROLL-FORWARD'.
002380     05  FILLER                  PIC X(07) VALUE 'MONTH'.
002390     05  HDG-REPORT-MONTH        PIC 9(06).
002400     05  FILLER                  PIC X(06) VALUE SPACE.
002410     05  FILLER                  PIC X(05) VALUE 'PAGE'.
002420     05  HDG-PAGE-NO             PIC ZZ9.
002430 01  HDG-CATEGORY-LINE.
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  FILLER                  PIC X(11) VALUE 'CATEGORY: '.
002460     05  HDG-CATEGORY            PIC X(15).
002470 01  HDG-COLUMN-LINE.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
002500     05  FILLER                  PIC X(23) VALUE 'PRODUCT NAME'.
002510     05  FILLER                  PIC X(11) VALUE '    OPENING'.
002520     05  FILLER                  PIC X(11) VALUE '   RECEIPTS'.
002530     05  FILLER                  PIC X(11) VALUE '      SALES'.
002540     05  FILLER                  PIC X(11) VALUE '    RETURNS'.
002550     05  FILLER                  PIC X(11) VALUE '   ADJUSTED'.
002560     05  FILLER                  PIC X(11) VALUE '    CLOSING'.
002570     05  FILLER                  PIC X(11) VALUE '  ON MASTER'.
002580     05  FILLER                  PIC X(02) VALUE SPACE.
002590     05  FILLER                  PIC X(19) VALUE 'NOTE'.
002600 01  DTL-LINE.
002610     05  FILLER                  PIC X(01) VALUE SPACE.
002620     05  DTL-PRODUCT-ID          PIC 9(08).
002630     05  FILLER                  PIC X(02) VALUE SPACE.
002640     05  DTL-PRODUCT-NAME        PIC X(23).
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  DTL-OPENING             PIC Z,ZZZ,ZZ9-.
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  DTL-RECEIPTS            PIC Z,ZZZ,ZZ9-.
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  DTL-SALES               PIC Z,ZZZ,ZZ9-.
002710     05  FILLER                  PIC X(01) VALUE SPACE.
002720     05  DTL-RETURNS             PIC Z,ZZZ,ZZ9-.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  DTL-ADJUSTMENTS         PIC Z,ZZZ,ZZ9-.
002750     05  FILLER                  PIC X(01) VALUE SPACE.
002760     05  DTL-CLOSING             PIC Z,ZZZ,ZZ9-.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  DTL-ON-HAND             PIC Z,ZZZ,ZZ9-.
002790     05  FILLER                  PIC X(02) VALUE SPACE.
002800     05  DTL-NOTE                PIC X(19).
002810 01  EXC-LINE.
002820     05  FILLER                  PIC X(11) VALUE SPACE.
002830     05  FILLER                  PIC X(26) VALUE
002840         '*** DOES NOT TIE: CLOSING '.
002850     05  EXC-CLOSING             PIC Z,ZZZ,ZZ9-.
002860     05  FILLER                  PIC X(22) VALUE
002870         ' + MOVED SINCE MONTH  '.
002880     05  EXC-LATER-NET           PIC Z,ZZZ,ZZ9-.
002890     05  FILLER                  PIC X(13) VALUE ' VS MASTER  '.
002900     05  EXC-ON-HAND             PIC ZZZ,ZZ9.
002910     05  FILLER                  PIC X(14) VALUE '  DIFFERENCE '.
002920     05  EXC-DIFFERENCE          PIC Z,ZZZ,ZZ9-.
002930 01  CAT-TOTAL-LINE.
002940     05  FILLER                  PIC X(03) VALUE SPACE.
002950     05  FILLER                  PIC X(32) VALUE
002960         'CATEGORY TOTAL:'.
002970     05  CAT-OPENING             PIC Z(08)9-.
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  CAT-RECEIPTS            PIC Z(08)9-.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  CAT-SALES               PIC Z(08)9-.
003020     05  FILLER                  PIC X(01) VALUE SPACE.
003030     05  CAT-RETURNS             PIC Z(08)9-.
003040     05  FILLER                  PIC X(01) VALUE SPACE.
003050     05  CAT-ADJUSTMENTS         PIC Z(08)9-.
003060     05  FILLER                  PIC X(01) VALUE SPACE.
003070     05  CAT-CLOSING             PIC Z(08)9-.
003080     05  FILLER                  PIC X(01) VALUE SPACE.
003090     05  CAT-ON-HAND             PIC Z(08)9-.
003100 01  GRD-TOTAL-LINE.
003110     05  FILLER                  PIC X(01) VALUE SPACE.
003120     05  FILLER                  PIC X(34) VALUE
003130         'REPORT TOTAL:'.
003140     05  GRD-OPENING             PIC Z(08)9-.
003150     05  FILLER                  PIC X(01) VALUE SPACE.
003160     05  GRD-RECEIPTS            PIC Z(08)9-.
003170     05  FILLER                  PIC X(01) VALUE SPACE.
003180     05  GRD-SALES               PIC Z(08)9-.
003190     05  FILLER                  PIC X(01) VALUE SPACE.
003200     05  GRD-RETURNS             PIC Z(08)9-.
003210     05  FILLER                  PIC X(01) VALUE SPACE.
003220     05  GRD-ADJUSTMENTS         PIC Z(08)9-.
003230     05  FILLER                  PIC X(01) VALUE SPACE.
003240     05  GRD-CLOSING             PIC Z(08)9-.
003250     05  FILLER                  PIC X(01) VALUE SPACE.
003260     05  GRD-ON-HAND             PIC Z(08)9-.
003270 01  TOTAL-LINE.
003280     05  FILLER                  PIC X(01) VALUE SPACE.
003290     05  TOT-TEXT                PIC X(45).
003300     05  TOT-COUNT               PIC Z,ZZZ,ZZ9.
003310 PROCEDURE DIVISION.
003320*----------------------------------------------------------------
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003350     SORT MOVEMENT-SORT-WORK
003360         ON ASCENDING KEY MW-PRODUCT-ID MW-BUSINESS-DATE
003370         WITH DUPLICATES IN ORDER
003380         USING STOCK-MOVEMENT-FILE
003390         GIVING SORTED-MOVEMENT-FILE.
003400     SORT CARD-SORT-WORK
003410         ON ASCENDING KEY CW-CATEGORY CW-PRODUCT-ID
003420         INPUT PROCEDURE IS 1500-ROLL-FORWARD
003430             THRU 1500-EXIT
003440         GIVING SORTED-CARD-FILE.
003450     PERFORM 2000-REPORT-PASS THRU 2000-EXIT.
003460     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
003470     STOP RUN.
003480*----------------------------------------------------------------
003490 1000-INITIALIZE.
003500     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003510     MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH.
003520     OPEN INPUT BUSINESS-DATE-FILE.
003530     IF WS-BIZ-FILE-STATUS = '00'
003540         READ BUSINESS-DATE-FILE
003550             AT END
003560                 CONTINUE
003570             NOT AT END
003580                 MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
003590                 MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
003600                 IF BD-REPORT-PERIOD NOT = ZERO
003610                     MOVE BD-REPORT-PERIOD TO WS-REPORT-MONTH
003620                 END-IF
003630         END-READ
003640         CLOSE BUSINESS-DATE-FILE
003650     END-IF.
003660     OPEN OUTPUT REPORT-FILE.
003670     MOVE WS-REPORT-MONTH TO HDG-REPORT-MONTH.
003680 1000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* INPUT PROCEDURE - MATCH THE PRODUCT MASTER, THE SORTED LEDGER
003720* AND LAST MONTH'S BALANCES KEY FOR KEY IN PRODUCT-ID SEQUENCE,
003730* ROLL EACH PRODUCT FORWARD, CARRY ITS BALANCE TO THE NEW
003740* BALANCE-FORWARD FILE, AND HAND ITS CARD TO THE SORT FOR
003750* PRINTING BY CATEGORY.  THERE IS NO BALANCE FILE THE FIRST
003760* MONTH THE CARD RUNS.
003770*----------------------------------------------------------------
003780 1500-ROLL-FORWARD.
003790     OPEN INPUT PRODUCT-FILE.
003800     OPEN INPUT SORTED-MOVEMENT-FILE.
003810     OPEN OUTPUT NEW-BALANCE-FILE.
003820     OPEN INPUT OLD-BALANCE-FILE.
003830     IF WS-BAL-FILE-STATUS = '00'
003840         SET BALANCE-FILE-PRESENT TO TRUE
003850     END-IF.
003860     PERFORM 1510-READ-PRODUCT THRU 1510-EXIT.
003870     PERFORM 1520-READ-MOVEMENT THRU 1520-EXIT.
003880     PERFORM 1530-READ-BALANCE THRU 1530-EXIT.
003890     PERFORM 1600-ROLL-ONE-PRODUCT THRU 1600-EXIT
003900         UNTIL PROD-END-OF-FILE.
003910     PERFORM 1610-SKIP-MOVEMENT THRU 1610-EXIT
003920         UNTIL WS-MOVE-KEY = HIGH-KEY-VALUE.
003930     PERFORM 1620-SKIP-BALANCE THRU 1620-EXIT
003940         UNTIL WS-BAL-KEY = HIGH-KEY-VALUE.
003950     CLOSE PRODUCT-FILE.
003960     CLOSE SORTED-MOVEMENT-FILE.
003970     CLOSE NEW-BALANCE-FILE.
003980     IF BALANCE-FILE-PRESENT
003990         CLOSE OLD-BALANCE-FILE
004000     END-IF.
004010 1500-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040 1510-READ-PRODUCT.
004050     READ PRODUCT-FILE
004060         AT END
004070             SET PROD-END-OF-FILE TO TRUE
004080     END-READ.
004090 1510-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120 1520-READ-MOVEMENT.
004130     READ SORTED-MOVEMENT-FILE
004140         AT END
004150             MOVE HIGH-KEY-VALUE TO WS-MOVE-KEY
004160         NOT AT END
004170             MOVE SM-PRODUCT-ID TO WS-MOVE-KEY
004180     END-READ.
004190 1520-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220 1530-READ-BALANCE.
004230     IF NOT BALANCE-FILE-PRESENT
004240         MOVE HIGH-KEY-VALUE TO WS-BAL-KEY
004250         GO TO 1530-EXIT
004260     END-IF.
004270     READ OLD-BALANCE-FILE
004280         AT END
004290             MOVE HIGH-KEY-VALUE TO WS-BAL-KEY
004300         NOT AT END
004310             MOVE SK-PRODUCT-ID TO WS-BAL-KEY
004320     END-READ.
004330 1530-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360* ONE PRODUCT: SKIP ANY BALANCES AND MOVEMENTS FOR KEYS THE
004370* MASTER NO LONGER HAS, PICK UP THIS PRODUCT'S BALANCE, ADD UP
004380* ITS MOVEMENTS, AND ROLL IT FORWARD.
004390*----------------------------------------------------------------
004400 1600-ROLL-ONE-PRODUCT.
004410     ADD 1 TO WS-PRODUCT-COUNT.
004420     MOVE ZERO TO WS-PROD-OPENING.
004430     MOVE ZERO TO WS-PROD-RECEIPTS.
004440     MOVE ZERO TO WS-PROD-SALES.
004450     MOVE ZERO TO WS-PROD-RETURNS.
004460     MOVE ZERO TO WS-PROD-ADJUSTMENTS.
004470     MOVE ZERO TO WS-PROD-PERIOD-NET.
004480     MOVE ZERO TO WS-PROD-LATER-NET.
004490     MOVE ZERO TO WS-PROD-GAP-NET.
004500     MOVE ZERO TO WS-PROD-DIFFERENCE.
004510     MOVE SPACE TO WS-CARD-STATUS.
004520     MOVE 'N' TO WS-BAL-FOUND-SWITCH.
004530     MOVE ZERO TO WS-BAL-PERIOD.
004540     PERFORM 1620-SKIP-BALANCE THRU 1620-EXIT
004550         UNTIL WS-BAL-KEY NOT < PRODUCT-ID.
004560     IF WS-BAL-KEY = PRODUCT-ID
004570         SET BALANCE-FOUND TO TRUE
004580         MOVE SK-PERIOD TO WS-BAL-PERIOD
004590     END-IF.
004600     PERFORM 1610-SKIP-MOVEMENT THRU 1610-EXIT
004610         UNTIL WS-MOVE-KEY NOT < PRODUCT-ID.
004620     PERFORM 1700-ADD-MOVEMENT THRU 1700-EXIT
004630         UNTIL WS-MOVE-KEY NOT = PRODUCT-ID.
004640     PERFORM 1800-SET-OPENING THRU 1800-EXIT.
004650     COMPUTE WS-PROD-CLOSING = WS-PROD-OPENING
004660         + WS-PROD-RECEIPTS - WS-PROD-SALES
004670         + WS-PROD-RETURNS + WS-PROD-ADJUSTMENTS.
004680     IF NOT CARD-WORKED-BACK
004690         COMPUTE WS-PROD-DIFFERENCE = QUANTITY-ON-HAND
004700             - WS-PROD-CLOSING - WS-PROD-LATER-NET
004710         IF WS-PROD-DIFFERENCE = ZERO
004720             SET CARD-TIED TO TRUE
004730             ADD 1 TO WS-TIED-COUNT
004740         ELSE
004750             SET CARD-NOT-TIED TO TRUE
004760             ADD 1 TO WS-NOT-TIED-COUNT
004770         END-IF
004780     END-IF.
004790     PERFORM 1850-WRITE-BALANCE THRU 1850-EXIT.
004800     PERFORM 1860-RELEASE-CARD THRU 1860-EXIT.
004810     IF BALANCE-FOUND
004820         PERFORM 1530-READ-BALANCE THRU 1530-EXIT
004830     END-IF.
004840     PERFORM 1510-READ-PRODUCT THRU 1510-EXIT.
004850 1600-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880 1610-SKIP-MOVEMENT.
004890     ADD 1 TO WS-ORPHAN-MOVE-COUNT.
004900     PERFORM 1520-READ-MOVEMENT THRU 1520-EXIT.
004910 1610-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940 1620-SKIP-BALANCE.
004950     ADD 1 TO WS-ORPHAN-BAL-COUNT.
004960     PERFORM 1530-READ-BALANCE THRU 1530-EXIT.
004970 1620-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* A MOVEMENT AFTER THE REPORT MONTH ONLY MATTERS TO THE TIE-OUT,
005010* SINCE THE MASTER ALREADY CARRIES IT.  ONE BEFORE THE MONTH BUT
005020* AFTER THE LAST BALANCE CARRIED BELONGS IN THE OPENING.  THE
005030* REPORT MONTH'S OWN MOVEMENTS ARE BUCKETED BY TYPE - SALES AND
005040* RELEASES COME OFF STOCK, SO THEY ARE SHOWN AS A POSITIVE
005050* FIGURE THAT IS SUBTRACTED.
005060*----------------------------------------------------------------
005070 1700-ADD-MOVEMENT.
005080     MOVE SM-BUSINESS-DATE (1:6) TO WS-MOVEMENT-MONTH.
005090     IF WS-MOVEMENT-MONTH > WS-REPORT-MONTH
005100         ADD SM-QUANTITY TO WS-PROD-LATER-NET
005110         GO TO 1700-NEXT
005120     END-IF.
005130     IF WS-MOVEMENT-MONTH < WS-REPORT-MONTH
005140         IF WS-MOVEMENT-MONTH > WS-BAL-PERIOD
005150             ADD SM-QUANTITY TO WS-PROD-GAP-NET
005160         END-IF
005170         GO TO 1700-NEXT
005180     END-IF.
005190     ADD SM-QUANTITY TO WS-PROD-PERIOD-NET.
005200     EVALUATE TRUE
005210         WHEN SM-RECEIPT
005220             ADD SM-QUANTITY TO WS-PROD-RECEIPTS
005230         WHEN SM-SALE
005240             SUBTRACT SM-QUANTITY FROM WS-PROD-SALES
005250         WHEN SM-BACKORDER-RELEASE
005260             SUBTRACT SM-QUANTITY FROM WS-PROD-SALES
005270         WHEN SM-RETURN
005280             ADD SM-QUANTITY TO WS-PROD-RETURNS
005290         WHEN OTHER
005300             ADD SM-QUANTITY TO WS-PROD-ADJUSTMENTS
005310     END-EVALUATE.
005320 1700-NEXT.
005330     PERFORM 1520-READ-MOVEMENT THRU 1520-EXIT.
005340 1700-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* THE OPENING IS THE LAST CLOSING CARRIED FORWARD PLUS ANY
005380* MONTHS SINCE THAT WERE NOT RUN; A RERUN OF THE SAME MONTH
005390* REUSES THE OPENING IT CARRIED.  WITH NOTHING USABLE ON THE
005400* BALANCE FILE THE OPENING IS WORKED BACK FROM THE MASTER.
005410*----------------------------------------------------------------
005420 1800-SET-OPENING.
005430     IF BALANCE-FOUND
005440         AND SK-PERIOD < WS-REPORT-MONTH
005450         COMPUTE WS-PROD-OPENING =
005460             SK-CLOSING-QUANTITY + WS-PROD-GAP-NET
005470         GO TO 1800-EXIT
005480     END-IF.
005490     IF BALANCE-FOUND
005500         AND SK-PERIOD = WS-REPORT-MONTH
005510         MOVE SK-OPENING-QUANTITY TO WS-PROD-OPENING
005520         GO TO 1800-EXIT
005530     END-IF.
005540     COMPUTE WS-PROD-OPENING = QUANTITY-ON-HAND
005550         - WS-PROD-LATER-NET - WS-PROD-PERIOD-NET.
005560     SET CARD-WORKED-BACK TO TRUE.
005570     ADD 1 TO WS-WORKED-BACK-COUNT.
005580 1800-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610* A BALANCE ALREADY CARRIED FOR A LATER MONTH THAN THIS ONE IS
005620* LEFT AS IT WAS - AN OLD MONTH RERUN MUST NOT SET NEXT MONTH'S
005630* OPENING BACK.
005640*----------------------------------------------------------------
005650 1850-WRITE-BALANCE.
005660     IF BALANCE-FOUND
005670         AND SK-PERIOD > WS-REPORT-MONTH
005680         WRITE NEW-BALANCE-RECORD FROM STOCK-BALANCE-RECORD
005690         GO TO 1850-EXIT
005700     END-IF.
005710     MOVE PRODUCT-ID TO NB-PRODUCT-ID.
005720     MOVE WS-REPORT-MONTH TO NB-PERIOD.
005730     MOVE WS-PROD-OPENING TO NB-OPENING-QUANTITY.
005740     MOVE WS-PROD-CLOSING TO NB-CLOSING-QUANTITY.
005750     WRITE NEW-BALANCE-RECORD FROM WS-NEW-BALANCE.
005760 1850-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790 1860-RELEASE-CARD.
005800     MOVE PRODUCT-CATEGORY TO CW-CATEGORY.
005810     MOVE PRODUCT-ID TO CW-PRODUCT-ID.
005820     MOVE PRODUCT-NAME (1:23) TO CW-PRODUCT-NAME.
005830     MOVE WS-PROD-OPENING TO CW-OPENING.
005840     MOVE WS-PROD-RECEIPTS TO CW-RECEIPTS.
005850     MOVE WS-PROD-SALES TO CW-SALES.
005860     MOVE WS-PROD-RETURNS TO CW-RETURNS.
005870     MOVE WS-PROD-ADJUSTMENTS TO CW-ADJUSTMENTS.
005880     MOVE WS-PROD-CLOSING TO CW-CLOSING.
005890     MOVE WS-PROD-LATER-NET TO CW-LATER-NET.
005900     MOVE QUANTITY-ON-HAND TO CW-ON-HAND.
005910     MOVE WS-PROD-DIFFERENCE TO CW-DIFFERENCE.
005920     MOVE WS-CARD-STATUS TO CW-CARD-STATUS.
005930     RELEASE CARD-SORT-RECORD.
005940 1860-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970 2000-REPORT-PASS.
005980     OPEN INPUT SORTED-CARD-FILE.
005990     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
006000     PERFORM 2200-PROCESS-SORTED THRU 2200-EXIT
006010         UNTIL SORT-END-OF-FILE.
006020     IF NOT FIRST-CATEGORY
006030         PERFORM 2500-CLOSE-CATEGORY THRU 2500-EXIT
006040     END-IF.
006050     CLOSE SORTED-CARD-FILE.
006060 2000-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006090 2100-READ-SORTED.
006100     READ SORTED-CARD-FILE
006110         AT END
006120             SET SORT-END-OF-FILE TO TRUE
006130     END-READ.
006140 2100-EXIT.
006150     EXIT.
006160*----------------------------------------------------------------
006170 2200-PROCESS-SORTED.
006180     IF FIRST-CATEGORY
006190         PERFORM 2600-START-CATEGORY THRU 2600-EXIT
006200     ELSE
006210         IF SC-CATEGORY NOT = WS-SAVE-CATEGORY
006220             PERFORM 2500-CLOSE-CATEGORY THRU 2500-EXIT
006230             PERFORM 2600-START-CATEGORY THRU 2600-EXIT
006240         END-IF
006250     END-IF.
006260     PERFORM 2400-PRINT-CARD THRU 2400-EXIT.
006270     ADD SC-OPENING TO WS-CAT-OPENING WS-GRD-OPENING.
006280     ADD SC-RECEIPTS TO WS-CAT-RECEIPTS WS-GRD-RECEIPTS.
006290     ADD SC-SALES TO WS-CAT-SALES WS-GRD-SALES.
006300     ADD SC-RETURNS TO WS-CAT-RETURNS WS-GRD-RETURNS.
006310     ADD SC-ADJUSTMENTS TO WS-CAT-ADJUSTMENTS WS-GRD-ADJUSTMENTS.
006320     ADD SC-CLOSING TO WS-CAT-CLOSING WS-GRD-CLOSING.
006330     ADD SC-ON-HAND TO WS-CAT-ON-HAND WS-GRD-ON-HAND.
006340     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
006350 2200-EXIT.
006360     EXIT.
006370*----------------------------------------------------------------
006380* A PRODUCT THAT DOES NOT TIE GETS A SECOND LINE SPELLING OUT
006390* THE TIE-OUT SO THE DIFFERENCE CAN BE CHASED.
006400*----------------------------------------------------------------
006410 2400-PRINT-CARD.
006420     MOVE SPACE TO DTL-LINE.
006430     MOVE SC-PRODUCT-ID TO DTL-PRODUCT-ID.
006440     MOVE SC-PRODUCT-NAME TO DTL-PRODUCT-NAME.
006450     MOVE SC-OPENING TO DTL-OPENING.
006460     MOVE SC-RECEIPTS TO DTL-RECEIPTS.
006470     MOVE SC-SALES TO DTL-SALES.
006480     MOVE SC-RETURNS TO DTL-RETURNS.
006490     MOVE SC-ADJUSTMENTS TO DTL-ADJUSTMENTS.
006500     MOVE SC-CLOSING TO DTL-CLOSING.
006510     MOVE SC-ON-HAND TO DTL-ON-HAND.
006520     IF SC-NOT-TIED
006530         MOVE 'DOES NOT TIE' TO DTL-NOTE
006540     END-IF.
006550     IF SC-WORKED-BACK
006560         MOVE 'OPENING WORKED BACK' TO DTL-NOTE
006570     END-IF.
006580     WRITE REPORT-LINE FROM DTL-LINE.
006590     ADD 1 TO WS-LINE-COUNT.
006600     IF SC-NOT-TIED
006610         MOVE SC-CLOSING TO EXC-CLOSING
006620         MOVE SC-LATER-NET TO EXC-LATER-NET
006630         MOVE SC-ON-HAND TO EXC-ON-HAND
006640         MOVE SC-DIFFERENCE TO EXC-DIFFERENCE
006650         WRITE REPORT-LINE FROM EXC-LINE
006660         ADD 1 TO WS-LINE-COUNT
006670     END-IF.
006680     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
006690         PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT
006700     END-IF.
006710 2400-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740 2500-CLOSE-CATEGORY.
006750     MOVE WS-CAT-OPENING TO CAT-OPENING.
006760     MOVE WS-CAT-RECEIPTS TO CAT-RECEIPTS.
006770     MOVE WS-CAT-SALES TO CAT-SALES.
006780     MOVE WS-CAT-RETURNS TO CAT-RETURNS.
006790     MOVE WS-CAT-ADJUSTMENTS TO CAT-ADJUSTMENTS.
006800     MOVE WS-CAT-CLOSING TO CAT-CLOSING.
006810     MOVE WS-CAT-ON-HAND TO CAT-ON-HAND.
006820     WRITE REPORT-LINE FROM CAT-TOTAL-LINE.
006830     MOVE SPACE TO REPORT-LINE.
006840     WRITE REPORT-LINE.
006850     ADD 2 TO WS-LINE-COUNT.
006860 2500-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890 2600-START-CATEGORY.
006900     MOVE SC-CATEGORY TO WS-SAVE-CATEGORY.
006910     MOVE ZERO TO WS-CAT-OPENING.
006920     MOVE ZERO TO WS-CAT-RECEIPTS.
006930     MOVE ZERO TO WS-CAT-SALES.
006940     MOVE ZERO TO WS-CAT-RETURNS.
006950     MOVE ZERO TO WS-CAT-ADJUSTMENTS.
006960     MOVE ZERO TO WS-CAT-CLOSING.
006970     MOVE ZERO TO WS-CAT-ON-HAND.
006980     SET FIRST-CATEGORY TO FALSE.
006990     PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT.
007000 2600-EXIT.
007010     EXIT.
007020*----------------------------------------------------------------
007030 2800-PRINT-HEADINGS.
007040     ADD 1 TO WS-PAGE-COUNT.
007050     MOVE ZERO TO WS-LINE-COUNT.
007060     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
007070     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
007080     MOVE WS-SAVE-CATEGORY TO HDG-CATEGORY.
007090     WRITE REPORT-LINE FROM HDG-CATEGORY-LINE.
007100     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
007110 2800-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140* GRAND TOTALS AND THE TIE-OUT COUNTS.  ANY PRODUCT THAT DID NOT
007150* TIE HANDS OPERATIONS RETURN-CODE 8 SO THE DIFFERENCE IS
007160* CHASED BEFORE THE MONTH IS CLOSED.
007170*----------------------------------------------------------------
007180 3000-FINISH-UP.
007190     IF FIRST-CATEGORY
007200         PERFORM 2800-PRINT-HEADINGS THRU 2800-EXIT
007210     END-IF.
007220     MOVE WS-GRD-OPENING TO GRD-OPENING.
007230     MOVE WS-GRD-RECEIPTS TO GRD-RECEIPTS.
007240     MOVE WS-GRD-SALES TO GRD-SALES.
007250     MOVE WS-GRD-RETURNS TO GRD-RETURNS.
007260     MOVE WS-GRD-ADJUSTMENTS TO GRD-ADJUSTMENTS.
007270     MOVE WS-GRD-CLOSING TO GRD-CLOSING.
007280     MOVE WS-GRD-ON-HAND TO GRD-ON-HAND.
007290     WRITE REPORT-LINE FROM GRD-TOTAL-LINE.
007300     MOVE SPACE TO REPORT-LINE.
007310     WRITE REPORT-LINE.
007320     MOVE 'PRODUCTS ON THE STOCK CARD:' TO TOT-TEXT.
007330     MOVE WS-PRODUCT-COUNT TO TOT-COUNT.
007340     WRITE REPORT-LINE FROM TOTAL-LINE.
007350     MOVE 'LEDGER TIES TO MASTER:' TO TOT-TEXT.
007360     MOVE WS-TIED-COUNT TO TOT-COUNT.
007370     WRITE REPORT-LINE FROM TOTAL-LINE.
007380     MOVE 'LEDGER DOES NOT TIE TO MASTER:' TO TOT-TEXT.
007390     MOVE WS-NOT-TIED-COUNT TO TOT-COUNT.
007400     WRITE REPORT-LINE FROM TOTAL-LINE.
007410     MOVE 'OPENING WORKED BACK - NO BALANCE FORWARD:' TO TOT-TEXT.
007420     MOVE WS-WORKED-BACK-COUNT TO TOT-COUNT.
007430     WRITE REPORT-LINE FROM TOTAL-LINE.
007440     MOVE 'MOVEMENTS FOR PRODUCTS NOT ON MASTER:' TO TOT-TEXT.
007450     MOVE WS-ORPHAN-MOVE-COUNT TO TOT-COUNT.
007460     WRITE REPORT-LINE FROM TOTAL-LINE.
007470     MOVE 'BALANCES FOR PRODUCTS NOT ON MASTER:' TO TOT-TEXT.
007480     MOVE WS-ORPHAN-BAL-COUNT TO TOT-COUNT.
007490     WRITE REPORT-LINE FROM TOTAL-LINE.
007500     CLOSE REPORT-FILE.
007510     IF WS-NOT-TIED-COUNT > ZERO
007520         MOVE 8 TO RETURN-CODE
007530     END-IF.
007540 3000-EXIT.
007550     EXIT.
