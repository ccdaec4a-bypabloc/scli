000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. INVPRT.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. CREDIT-AND-COLLECTIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - NIGHTLY CUSTOMER INVOICES
000200*----------------------------------------------------------------
000210* THIS PROGRAM PRINTS ONE INVOICE PAGE FOR EVERY ORDER BILLED
000220* ON THE BUSINESS DATE - THE SALES HISTORY ORDPOST APPENDS
000230* FOR THE LINES IT POSTED AND BACKREL APPENDS FOR THE
000240* BACKORDERED LINES IT RELEASED, BOTH UNDER THE ORIGINAL ORDER
000250* NUMBER, WHICH IS THE INVOICE NUMBER.  EACH INVOICE IS BILLED
000260* TO THE CUSTOMER-ADDRESS ON THE CUSTOMER MASTER, NAMES EACH
000270* PRODUCT FROM THE PRODUCT MASTER, EXTENDS EVERY LINE, SHOWS
000280* THE DAY'S SALES TAX FOR THE ORDER BY STATE FROM THE TAX
000290* HISTORY, AND ENDS WITH THE INVOICE TOTAL AND THE DATE IT IS
000300* DUE.  AN ORDER WITH MORE LINES THAN ONE PAGE HOLDS CARRIES
000310* ON TO A CONTINUATION PAGE UNDER THE SAME HEADING.
000320*
000330* THE INVOICE DATE IS THE BUSINESS DATE FROM THE DATE CONTROL
000340* RECORD (BIZDATE.CPY) - THE SAME DATE THE POSTING RUNS PUT ON
000350* THE OPEN ITEM - OR THE RUN DATE IF THE RECORD IS MISSING.
000360* TERMS ARE NET 30, WHICH THE AGING COUNTS AS ONE MONTH, SO
000370* THE DUE DATE IS THE SAME DAY OF THE NEXT MONTH, PULLED BACK
000380* TO THAT MONTH'S LAST DAY WHEN IT IS SHORTER.
000390*
000400* A RETURN POSTED BY RETPOST IS A NEGATIVE HISTORY ENTRY UNDER
000410* THE ORIGINAL ORDER NUMBER - IT IS A CREDIT, NOT A BILLING,
000420* AND IS LEFT OFF THE INVOICES (THE MONTH-END STATEMENT SHOWS
000430* IT).  AN INVOICE FOR AN ACTIVE CUSTOMER WITH AN E-MAIL
000440* ADDRESS ON FILE IS ALSO WRITTEN TO THE ELECTRONIC INVOICE
000450* FILE (EINVOICE.CPY) FOR THE MAIL GATEWAY TO SEND.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CUSTOMER-ID.
000570     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS PRODUCT-ID.
000610     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT TAX-HISTORY-FILE ASSIGN TO TAXHIST
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-BIZ-FILE-STATUS.
000680     SELECT SALES-SORT-WORK ASSIGN TO SRTWK01.
000690     SELECT SORTED-SALES-FILE ASSIGN TO INVSLS
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT INVOICE-FILE ASSIGN TO INVOUT
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT ELECTRONIC-INVOICE-FILE ASSIGN TO EINVOUT
000740         ORGANIZATION IS SEQUENTIAL.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CUSTOMER-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 COPY "customer.cpy".
000810 FD  PRODUCT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY "product.cpy".
000850 FD  SALES-HISTORY-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY "saleshist.cpy".
000890 FD  TAX-HISTORY-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY "taxhist.cpy".
000930 FD  BUSINESS-DATE-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY "bizdate.cpy".
000970 SD  SALES-SORT-WORK.
000980 01  SALES-SORT-RECORD.
000990     05  SS-ORDER-NUMBER         PIC 9(08).
001000     05  SS-PRODUCT-ID           PIC 9(08).
001010     05  SS-CUSTOMER-ID          PIC 9(10).
001020     05  SS-QUANTITY             PIC S9(05).
001030     05  SS-AMOUNT               PIC S9(09)V99.
001040 FD  SORTED-SALES-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  SORTED-SALES-RECORD.
001080     05  SL-ORDER-NUMBER         PIC 9(08).
001090     05  SL-PRODUCT-ID           PIC 9(08).
001100     05  SL-CUSTOMER-ID          PIC 9(10).
001110     05  SL-QUANTITY             PIC S9(05).
001120     05  SL-AMOUNT               PIC S9(09)V99.
001130 FD  INVOICE-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE OMITTED.
001160 01  INVOICE-LINE                PIC X(132).
001170 FD  ELECTRONIC-INVOICE-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 COPY "einvoice.cpy".
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------
001230* SWITCHES
001240*----------------------------------------------------------------
001250 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001260     88  END-OF-FILE                       VALUE 'Y'.
001270 77  WS-SALES-EOF-SWITCH         PIC X(01) VALUE 'N'.
001280     88  SALES-END-OF-FILE                 VALUE 'Y'.
001290 77  WS-CUST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001300     88  CUSTOMER-ON-FILE                  VALUE 'Y'.
001310 77  WS-EMAIL-SWITCH             PIC X(01) VALUE 'N'.
001320     88  SEND-ELECTRONIC                   VALUE 'Y'.
001330 77  WS-TAX-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001340 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001350*----------------------------------------------------------------
001360* INVOICE DATE AND DUE DATE (CCYYMMDD) - NET 30 IS ONE MONTH
001370*----------------------------------------------------------------
001380 01  WS-INVOICE-DATE.
001390     05  WS-INVOICE-YEAR         PIC 9(04).
001400     05  WS-INVOICE-MONTH        PIC 9(02).
001410     05  WS-INVOICE-DAY          PIC 9(02).
001420 01  WS-DUE-DATE.
001430     05  WS-DUE-YEAR             PIC 9(04).
001440     05  WS-DUE-MONTH            PIC 9(02).
001450     05  WS-DUE-DAY              PIC 9(02).
001460 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
001470 77  WS-LEAP-YEAR-SWITCH         PIC X(01) VALUE 'N'.
001480     88  IS-LEAP-YEAR                       VALUE 'Y'
001490         WHEN SET TO FALSE IS 'N'.
001500 77  WS-DIVIDE-DUMMY             PIC 9(04) VALUE ZERO.
001510 77  WS-YEAR-MOD-4               PIC 9(04) VALUE ZERO.
001520 77  WS-YEAR-MOD-100             PIC 9(04) VALUE ZERO.
001530 77  WS-YEAR-MOD-400             PIC 9(04) VALUE ZERO.
001540*----------------------------------------------------------------
001550* THE DAY'S TAX BY ORDER NUMBER AND STATE - LINES OF THE SAME
001560* ORDER AND STATE ACCUMULATE INTO ONE SLOT.  A DAY THAT
001570* OVERFLOWS THE TABLE IS CALLED OUT IN THE RUN TOTALS.
001580*----------------------------------------------------------------
001590 77  WS-TAX-OVERFLOW-COUNT       PIC 9(07) COMP VALUE ZERO.
001600 77  WS-SCAN-IDX                 PIC 9(05) COMP VALUE ZERO.
001610 01  TAX-TOTAL-AREA.
001620     05  WS-TAX-COUNT            PIC 9(05) COMP VALUE ZERO.
001630     05  TAX-TOTAL-ENTRY OCCURS 10000 TIMES
001640             INDEXED BY TX-IDX.
001650         10  TX-ORDER-NUMBER         PIC 9(08).
001660         10  TX-STATE                PIC X(02).
001670         10  TX-TAXABLE-AMOUNT       PIC S9(09)V99.
001680         10  TX-TAX-AMOUNT           PIC S9(09)V99.
001690*----------------------------------------------------------------
001700* PER-INVOICE AND RUN ACCUMULATORS
001710*----------------------------------------------------------------
001720 77  WS-INVOICE-NUMBER           PIC 9(08) VALUE ZERO.
001730 77  WS-INVOICE-CUSTOMER-ID      PIC 9(10) VALUE ZERO.
001740 77  WS-INVOICE-MERCH            PIC S9(09)V99 VALUE ZERO.
001750 77  WS-INVOICE-TAX              PIC S9(09)V99 VALUE ZERO.
001760 77  WS-INVOICE-TOTAL            PIC S9(09)V99 VALUE ZERO.
001770 77  WS-INVOICE-LINE-COUNT       PIC 9(05) COMP VALUE ZERO.
001780 77  WS-UNIT-PRICE               PIC S9(07)V99 VALUE ZERO.
001790 77  WS-PAGE-NUMBER              PIC 9(03) COMP VALUE ZERO.
001800 77  WS-PAGE-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001810 77  WS-LINES-PER-PAGE           PIC 9(03) COMP VALUE 40.
001820 77  WS-RUN-INVOICE-COUNT        PIC 9(07) COMP VALUE ZERO.
001830 77  WS-RUN-LINE-COUNT           PIC 9(07) COMP VALUE ZERO.
001840 77  WS-RUN-EINVOICE-COUNT       PIC 9(07) COMP VALUE ZERO.
001850 77  WS-RUN-NO-CUSTOMER-COUNT    PIC 9(07) COMP VALUE ZERO.
001860 77  WS-RUN-NO-PRODUCT-COUNT     PIC 9(07) COMP VALUE ZERO.
001870 77  WS-RUN-BILLED-AMOUNT        PIC S9(11)V99 VALUE ZERO.
001880*----------------------------------------------------------------
001890* INVOICE HEADINGS, DETAIL AND TOTAL LINES
001900*----------------------------------------------------------------
001910 01  HDG-TITLE-LINE.
001920     05  FILLER                  PIC X(01) VALUE SPACE.
001930     05  FILLER                  PIC X(09) VALUE 'INVOICE'.
001940     05  HDG-INVOICE-NUMBER      PIC 9(08).
001950     05  FILLER                  PIC X(16) VALUE
001960         '   INVOICE DATE '.
001970     05  HDG-INVOICE-DATE        PIC 9(08).
001980     05  FILLER                  PIC X(12) VALUE '   DUE DATE '.
001990     05  HDG-DUE-DATE            PIC 9(08).
002000     05  FILLER                  PIC X(08) VALUE '   PAGE '.
002010     05  HDG-PAGE-NUMBER         PIC ZZ9.
002020 01  HDG-CONTINUED-LINE.
002030     05  FILLER                  PIC X(01) VALUE SPACE.
002040     05  FILLER                  PIC X(40) VALUE
002050         'CONTINUED FROM PREVIOUS PAGE'.
002060 01  ADR-BILL-TO-LINE.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  FILLER                  PIC X(09) VALUE 'BILL TO'.
002090     05  ADR-CUSTOMER-ID         PIC 9(10).
002100     05  FILLER                  PIC X(02) VALUE SPACE.
002110     05  ADR-CUSTOMER-NAME       PIC X(30).
002120 01  ADR-STREET-LINE.
002130     05  FILLER                  PIC X(22) VALUE SPACE.
002140     05  ADR-STREET              PIC X(25).
002150 01  ADR-CITY-LINE.
002160     05  FILLER                  PIC X(22) VALUE SPACE.
002170     05  ADR-CITY                PIC X(20).
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  ADR-STATE               PIC X(02).
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  ADR-ZIP-CODE            PIC 9(05).
002220 01  COL-HDG-LINE.
002230     05  FILLER                  PIC X(01) VALUE SPACE.
002240     05  FILLER                  PIC X(10) VALUE 'PRODUCT'.
002250     05  FILLER                  PIC X(42) VALUE 'DESCRIPTION'.
002260     05  FILLER                  PIC X(09) VALUE ' QUANTITY'.
002270     05  FILLER                  PIC X(14) VALUE
002280         '    UNIT PRICE'.
002290     05  FILLER                  PIC X(16) VALUE
002300         '          AMOUNT'.
002310 01  DTL-LINE.
002320     05  FILLER                  PIC X(01) VALUE SPACE.
002330     05  DTL-PRODUCT-ID          PIC 9(08).
002340     05  FILLER                  PIC X(02) VALUE SPACE.
002350     05  DTL-PRODUCT-NAME        PIC X(40).
002360     05  FILLER                  PIC X(02) VALUE SPACE.
002370     05  DTL-QUANTITY            PIC ZZ,ZZ9.
002380     05  FILLER                  PIC X(03) VALUE SPACE.
002390     05  DTL-UNIT-PRICE          PIC Z,ZZZ,ZZ9.99.
002400     05  FILLER                  PIC X(02) VALUE SPACE.
002410     05  DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002420 01  TOT-LINE.
002430     05  FILLER                  PIC X(53) VALUE SPACE.
002440     05  TOT-TEXT                PIC X(25).
002450     05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
002460 01  TAX-DTL-LINE.
002470     05  FILLER                  PIC X(53) VALUE SPACE.
002480     05  FILLER                  PIC X(10) VALUE 'SALES TAX'.
002490     05  TAX-STATE               PIC X(02).
002500     05  FILLER                  PIC X(04) VALUE ' ON '.
002510     05  TAX-TAXABLE-AMOUNT      PIC ZZZ,ZZ9.99-.
002520     05  FILLER                  PIC X(02) VALUE SPACE.
002530     05  TAX-AMOUNT              PIC ZZ,ZZ9.99-.
002540 01  DUE-LINE.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  FILLER                  PIC X(44) VALUE
002570         'TERMS NET 30 - PLEASE REMIT THE TOTAL BY'.
002580     05  DUE-DATE                PIC 9(08).
002590 01  RUN-TITLE-LINE.
002600     05  FILLER                  PIC X(01) VALUE SPACE.
002610     05  FILLER                  PIC X(30) VALUE
002620         'INVOICE RUN TOTALS FOR'.
002630     05  RUN-INVOICE-DATE        PIC 9(08).
002640 01  RUN-TOTAL-LINE.
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  RUN-TOTAL-TEXT          PIC X(40).
002670     05  RUN-TOTAL-COUNT         PIC ZZZZZZ9.
002680 01  RUN-AMOUNT-LINE.
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  RUN-AMOUNT-TEXT         PIC X(40).
002710     05  RUN-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002720 PROCEDURE DIVISION.
002730*----------------------------------------------------------------
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-PROCESS-INVOICE THRU 2000-EXIT
002770         UNTIL SALES-END-OF-FILE.
002780     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002790     STOP RUN.
002800*----------------------------------------------------------------
002810 1000-INITIALIZE.
002820     ACCEPT WS-INVOICE-DATE FROM DATE YYYYMMDD.
002830     OPEN INPUT BUSINESS-DATE-FILE.
002840     IF WS-BIZ-FILE-STATUS = '00'
002850         READ BUSINESS-DATE-FILE
002860             AT END
002870                 CONTINUE
002880             NOT AT END
002890                 MOVE BD-BUSINESS-DATE TO WS-INVOICE-DATE
002900         END-READ
002910         CLOSE BUSINESS-DATE-FILE
002920     END-IF.
002930     PERFORM 1800-SET-DUE-DATE THRU 1800-EXIT.
002940     MOVE WS-INVOICE-DATE TO HDG-INVOICE-DATE.
002950     MOVE WS-DUE-DATE TO HDG-DUE-DATE.
002960     MOVE WS-DUE-DATE TO DUE-DATE.
002970     SORT SALES-SORT-WORK
002980         ON ASCENDING KEY SS-ORDER-NUMBER SS-PRODUCT-ID
002990         WITH DUPLICATES IN ORDER
003000         INPUT PROCEDURE IS 1500-SELECT-SALES
003010             THRU 1500-EXIT
003020         GIVING SORTED-SALES-FILE.
003030     PERFORM 1700-LOAD-DAY-TAX THRU 1700-EXIT.
003040     OPEN INPUT CUSTOMER-FILE.
003050     OPEN INPUT PRODUCT-FILE.
003060     OPEN INPUT SORTED-SALES-FILE.
003070     OPEN OUTPUT INVOICE-FILE.
003080     OPEN OUTPUT ELECTRONIC-INVOICE-FILE.
003090     PERFORM 1200-READ-SALES THRU 1200-EXIT.
003100 1000-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130 1200-READ-SALES.
003140     READ SORTED-SALES-FILE
003150         AT END
003160             SET SALES-END-OF-FILE TO TRUE
003170     END-READ.
003180 1200-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210* INPUT PROCEDURE - KEEP ONLY THE LINES BILLED ON THE INVOICE
003220* DATE.  A NEGATIVE ENTRY IS A RETURN CREDIT, NOT A BILLING.
003230*----------------------------------------------------------------
003240 1500-SELECT-SALES.
003250     OPEN INPUT SALES-HISTORY-FILE.
003260     SET WS-EOF-SWITCH TO 'N'.
003270     READ SALES-HISTORY-FILE
003280         AT END
003290             SET END-OF-FILE TO TRUE
003300     END-READ.
003310     PERFORM 1510-SELECT-ONE-SALE THRU 1510-EXIT
003320         UNTIL END-OF-FILE.
003330     CLOSE SALES-HISTORY-FILE.
003340 1500-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370 1510-SELECT-ONE-SALE.
003380     IF SH-POSTED-DATE = WS-INVOICE-DATE
003390         AND SH-QUANTITY > ZERO
003400         MOVE SH-ORDER-NUMBER TO SS-ORDER-NUMBER
003410         MOVE SH-PRODUCT-ID TO SS-PRODUCT-ID
003420         MOVE SH-CUSTOMER-ID TO SS-CUSTOMER-ID
003430         MOVE SH-QUANTITY TO SS-QUANTITY
003440         MOVE SH-EXTENDED-AMOUNT TO SS-AMOUNT
003450         RELEASE SALES-SORT-RECORD
003460     END-IF.
003470     READ SALES-HISTORY-FILE
003480         AT END
003490             SET END-OF-FILE TO TRUE
003500     END-READ.
003510 1510-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* THE DAY'S TAX BY ORDER AND STATE.  A RETURN'S NEGATIVE TAX
003550* ENTRY IS LEFT OUT WITH ITS SALES ENTRY.
003560*----------------------------------------------------------------
003570 1700-LOAD-DAY-TAX.
003580     OPEN INPUT TAX-HISTORY-FILE.
003590     SET WS-EOF-SWITCH TO 'N'.
003600     READ TAX-HISTORY-FILE
003610         AT END
003620             SET END-OF-FILE TO TRUE
003630     END-READ.
003640     PERFORM 1710-LOAD-ONE-TAX THRU 1710-EXIT
003650         UNTIL END-OF-FILE.
003660     CLOSE TAX-HISTORY-FILE.
003670 1700-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700 1710-LOAD-ONE-TAX.
003710     IF TH-POSTED-DATE NOT = WS-INVOICE-DATE
003720         OR TH-TAXABLE-AMOUNT < ZERO
003730         OR TH-TAX-AMOUNT < ZERO
003740         GO TO 1710-NEXT
003750     END-IF.
003760     MOVE 'N' TO WS-TAX-FOUND-SWITCH.
003770     IF WS-TAX-COUNT > ZERO
003780         SET TX-IDX TO 1
003790         SEARCH TAX-TOTAL-ENTRY
003800             AT END
003810                 CONTINUE
003820             WHEN TX-IDX > WS-TAX-COUNT
003830                 CONTINUE
003840             WHEN TX-ORDER-NUMBER (TX-IDX) = TH-ORDER-NUMBER
003850                 AND TX-STATE (TX-IDX) = TH-STATE
003860                 ADD TH-TAXABLE-AMOUNT
003870                     TO TX-TAXABLE-AMOUNT (TX-IDX)
003880                 ADD TH-TAX-AMOUNT TO TX-TAX-AMOUNT (TX-IDX)
003890                 MOVE 'Y' TO WS-TAX-FOUND-SWITCH
003900         END-SEARCH
003910     END-IF.
003920     IF WS-TAX-FOUND-SWITCH NOT = 'Y'
003930         IF WS-TAX-COUNT < 10000
003940             ADD 1 TO WS-TAX-COUNT
003950             SET TX-IDX TO WS-TAX-COUNT
003960             MOVE TH-ORDER-NUMBER TO TX-ORDER-NUMBER (TX-IDX)
003970             MOVE TH-STATE TO TX-STATE (TX-IDX)
003980             MOVE TH-TAXABLE-AMOUNT
003990                 TO TX-TAXABLE-AMOUNT (TX-IDX)
004000             MOVE TH-TAX-AMOUNT TO TX-TAX-AMOUNT (TX-IDX)
004010         ELSE
004020             ADD 1 TO WS-TAX-OVERFLOW-COUNT
004030         END-IF
004040     END-IF.
004050 1710-NEXT.
004060     READ TAX-HISTORY-FILE
004070         AT END
004080             SET END-OF-FILE TO TRUE
004090     END-READ.
004100 1710-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130* NET 30 - THE SAME DAY OF THE NEXT MONTH, OR THAT MONTH'S LAST
004140* DAY WHEN THE NEXT MONTH IS SHORTER.
004150*----------------------------------------------------------------
004160 1800-SET-DUE-DATE.
004170     MOVE WS-INVOICE-DATE TO WS-DUE-DATE.
004180     IF WS-DUE-MONTH = 12
004190         MOVE 1 TO WS-DUE-MONTH
004200         ADD 1 TO WS-DUE-YEAR
004210     ELSE
004220         ADD 1 TO WS-DUE-MONTH
004230     END-IF.
004240     PERFORM 1810-SET-LEAP-YEAR THRU 1810-EXIT.
004250     PERFORM 1820-SET-DAYS-IN-MONTH THRU 1820-EXIT.
004260     IF WS-DUE-DAY > WS-DAYS-IN-MONTH
004270         MOVE WS-DAYS-IN-MONTH TO WS-DUE-DAY
004280     END-IF.
004290 1800-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 1810-SET-LEAP-YEAR.
004330     DIVIDE WS-DUE-YEAR BY 4 GIVING WS-DIVIDE-DUMMY
004340         REMAINDER WS-YEAR-MOD-4.
004350     DIVIDE WS-DUE-YEAR BY 100 GIVING WS-DIVIDE-DUMMY
004360         REMAINDER WS-YEAR-MOD-100.
004370     DIVIDE WS-DUE-YEAR BY 400 GIVING WS-DIVIDE-DUMMY
004380         REMAINDER WS-YEAR-MOD-400.
004390     IF WS-YEAR-MOD-4 = 0
004400             AND (WS-YEAR-MOD-100 NOT = 0 OR WS-YEAR-MOD-400 = 0)
004410         SET IS-LEAP-YEAR TO TRUE
004420     ELSE
004430         SET IS-LEAP-YEAR TO FALSE
004440     END-IF.
004450 1810-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480 1820-SET-DAYS-IN-MONTH.
004490     EVALUATE WS-DUE-MONTH
004500         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
004510             MOVE 31 TO WS-DAYS-IN-MONTH
004520         WHEN 4 WHEN 6 WHEN 9 WHEN 11
004530             MOVE 30 TO WS-DAYS-IN-MONTH
004540         WHEN 2
004550             IF IS-LEAP-YEAR
004560                 MOVE 29 TO WS-DAYS-IN-MONTH
004570             ELSE
004580                 MOVE 28 TO WS-DAYS-IN-MONTH
004590             END-IF
004600     END-EVALUATE.
004610 1820-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640* ONE ORDER'S LINES ARE ADJACENT IN THE SORT AND MAKE ONE
004650* INVOICE.  THE BILL-TO COMES FROM THE CUSTOMER MASTER; A
004660* CUSTOMER NO LONGER ON FILE STILL GETS A PRINTED INVOICE SO
004670* THE BILLING IS NOT LOST, BUT NOTHING IS SENT ELECTRONICALLY.
004680*----------------------------------------------------------------
004690 2000-PROCESS-INVOICE.
004700     MOVE SL-ORDER-NUMBER TO WS-INVOICE-NUMBER.
004710     MOVE SL-CUSTOMER-ID TO WS-INVOICE-CUSTOMER-ID.
004720     MOVE ZERO TO WS-INVOICE-MERCH.
004730     MOVE ZERO TO WS-INVOICE-TAX.
004740     MOVE ZERO TO WS-INVOICE-LINE-COUNT.
004750     MOVE ZERO TO WS-PAGE-NUMBER.
004760     PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
004770     PERFORM 2200-PRINT-HEADING THRU 2200-EXIT.
004780     PERFORM 2300-PRINT-ONE-LINE THRU 2300-EXIT
004790         UNTIL SALES-END-OF-FILE
004800         OR SL-ORDER-NUMBER NOT = WS-INVOICE-NUMBER.
004810     PERFORM 2400-PRINT-TOTALS THRU 2400-EXIT.
004820     ADD 1 TO WS-RUN-INVOICE-COUNT.
004830     IF SEND-ELECTRONIC
004840         ADD 1 TO WS-RUN-EINVOICE-COUNT
004850     END-IF.
004860 2000-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890 2100-FIND-CUSTOMER.
004900     MOVE 'N' TO WS-CUST-FOUND-SWITCH.
004910     MOVE 'N' TO WS-EMAIL-SWITCH.
004920     MOVE WS-INVOICE-CUSTOMER-ID TO CUSTOMER-ID.
004930     READ CUSTOMER-FILE
004940         INVALID KEY
004950             ADD 1 TO WS-RUN-NO-CUSTOMER-COUNT
004960             GO TO 2100-EXIT
004970     END-READ.
004980     SET CUSTOMER-ON-FILE TO TRUE.
004990     IF ACTIVE-CUSTOMER AND CUSTOMER-EMAIL NOT = SPACE
005000         SET SEND-ELECTRONIC TO TRUE
005010     END-IF.
005020 2100-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* FIRST PAGE OF AN INVOICE - A NEW PAGE, THE TITLE, THE BILL-TO
005060* BLOCK AND THE COLUMN HEADINGS.  THE ELECTRONIC COPY GETS ITS
005070* HEADER RECORD HERE TOO.
005080*----------------------------------------------------------------
005090 2200-PRINT-HEADING.
005100     ADD 1 TO WS-PAGE-NUMBER.
005110     MOVE WS-INVOICE-NUMBER TO HDG-INVOICE-NUMBER.
005120     MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
005130     WRITE INVOICE-LINE FROM HDG-TITLE-LINE
005140         AFTER ADVANCING PAGE.
005150     MOVE SPACE TO INVOICE-LINE.
005160     WRITE INVOICE-LINE.
005170     MOVE WS-INVOICE-CUSTOMER-ID TO ADR-CUSTOMER-ID.
005180     IF CUSTOMER-ON-FILE
005190         MOVE CUSTOMER-NAME TO ADR-CUSTOMER-NAME
005200         MOVE STREET TO ADR-STREET
005210         MOVE CITY TO ADR-CITY
005220         MOVE STATE TO ADR-STATE
005230         MOVE ZIP-CODE TO ADR-ZIP-CODE
005240     ELSE
005250         MOVE 'CUSTOMER NOT ON FILE' TO ADR-CUSTOMER-NAME
005260         MOVE SPACE TO ADR-STREET
005270         MOVE SPACE TO ADR-CITY
005280         MOVE SPACE TO ADR-STATE
005290         MOVE ZERO TO ADR-ZIP-CODE
005300     END-IF.
005310     WRITE INVOICE-LINE FROM ADR-BILL-TO-LINE.
005320     WRITE INVOICE-LINE FROM ADR-STREET-LINE.
005330     WRITE INVOICE-LINE FROM ADR-CITY-LINE.
005340     MOVE SPACE TO INVOICE-LINE.
005350     WRITE INVOICE-LINE.
005360     WRITE INVOICE-LINE FROM COL-HDG-LINE.
005370     MOVE ZERO TO WS-PAGE-LINE-COUNT.
005380     IF NOT SEND-ELECTRONIC
005390         GO TO 2200-EXIT
005400     END-IF.
005410     MOVE SPACE TO ELECTRONIC-INVOICE-RECORD.
005420     SET EI-HEADER-RECORD TO TRUE.
005430     MOVE WS-INVOICE-NUMBER TO EI-ORDER-NUMBER.
005440     MOVE CUSTOMER-ID TO EI-CUSTOMER-ID.
005450     MOVE CUSTOMER-EMAIL TO EI-CUSTOMER-EMAIL.
005460     MOVE CUSTOMER-NAME TO EI-CUSTOMER-NAME.
005470     MOVE STREET TO EI-STREET.
005480     MOVE CITY TO EI-CITY.
005490     MOVE STATE TO EI-STATE.
005500     MOVE ZIP-CODE TO EI-ZIP-CODE.
005510     MOVE WS-INVOICE-DATE TO EI-INVOICE-DATE.
005520     MOVE WS-DUE-DATE TO EI-DUE-DATE.
005530     WRITE ELECTRONIC-INVOICE-RECORD.
005540 2200-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570* AN ORDER LONGER THAN ONE PAGE CARRIES ON UNDER THE SAME
005580* TITLE WITH THE NEXT PAGE NUMBER.
005590*----------------------------------------------------------------
005600 2250-PRINT-CONTINUATION.
005610     ADD 1 TO WS-PAGE-NUMBER.
005620     MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER.
005630     WRITE INVOICE-LINE FROM HDG-TITLE-LINE
005640         AFTER ADVANCING PAGE.
005650     WRITE INVOICE-LINE FROM HDG-CONTINUED-LINE.
005660     MOVE SPACE TO INVOICE-LINE.
005670     WRITE INVOICE-LINE.
005680     WRITE INVOICE-LINE FROM COL-HDG-LINE.
005690     MOVE ZERO TO WS-PAGE-LINE-COUNT.
005700 2250-EXIT.
005710     EXIT.
005720*----------------------------------------------------------------
005730* ONE BILLED LINE - NAMED FROM THE PRODUCT MASTER, PRICED BACK
005740* FROM ITS EXTENSION SO THE LINE ALWAYS FOOTS TO WHAT POSTED.
005750*----------------------------------------------------------------
005760 2300-PRINT-ONE-LINE.
005770     IF WS-PAGE-LINE-COUNT NOT < WS-LINES-PER-PAGE
005780         PERFORM 2250-PRINT-CONTINUATION THRU 2250-EXIT
005790     END-IF.
005800     MOVE SPACE TO DTL-LINE.
005810     MOVE SL-PRODUCT-ID TO PRODUCT-ID.
005820     READ PRODUCT-FILE
005830         INVALID KEY
005840             MOVE 'NOT ON PRODUCT MASTER' TO PRODUCT-NAME
005850             ADD 1 TO WS-RUN-NO-PRODUCT-COUNT
005860     END-READ.
005870     DIVIDE SL-AMOUNT BY SL-QUANTITY
005880         GIVING WS-UNIT-PRICE ROUNDED.
005890     MOVE SL-PRODUCT-ID TO DTL-PRODUCT-ID.
005900     MOVE PRODUCT-NAME TO DTL-PRODUCT-NAME.
005910     MOVE SL-QUANTITY TO DTL-QUANTITY.
005920     MOVE WS-UNIT-PRICE TO DTL-UNIT-PRICE.
005930     MOVE SL-AMOUNT TO DTL-AMOUNT.
005940     WRITE INVOICE-LINE FROM DTL-LINE.
005950     ADD 1 TO WS-PAGE-LINE-COUNT.
005960     ADD 1 TO WS-INVOICE-LINE-COUNT.
005970     ADD 1 TO WS-RUN-LINE-COUNT.
005980     ADD SL-AMOUNT TO WS-INVOICE-MERCH.
005990     IF SEND-ELECTRONIC
006000         MOVE SPACE TO ELECTRONIC-INVOICE-RECORD
006010         SET EI-LINE-RECORD TO TRUE
006020         MOVE WS-INVOICE-NUMBER TO EI-ORDER-NUMBER
006030         MOVE SL-PRODUCT-ID TO EI-PRODUCT-ID
006040         MOVE PRODUCT-NAME TO EI-PRODUCT-NAME
006050         MOVE SL-QUANTITY TO EI-QUANTITY
006060         MOVE WS-UNIT-PRICE TO EI-UNIT-PRICE
006070         MOVE SL-AMOUNT TO EI-EXTENDED-AMOUNT
006080         WRITE ELECTRONIC-INVOICE-RECORD
006090     END-IF.
006100     PERFORM 1200-READ-SALES THRU 1200-EXIT.
006110 2300-EXIT.
006120     EXIT.
006130*----------------------------------------------------------------
006140* THE FOOT OF THE INVOICE - MERCHANDISE, THE ORDER'S TAX STATE
006150* BY STATE, THE INVOICE TOTAL AND THE DUE DATE.
006160*----------------------------------------------------------------
006170 2400-PRINT-TOTALS.
006180     MOVE SPACE TO INVOICE-LINE.
006190     WRITE INVOICE-LINE.
006200     MOVE 'MERCHANDISE' TO TOT-TEXT.
006210     MOVE WS-INVOICE-MERCH TO TOT-AMOUNT.
006220     WRITE INVOICE-LINE FROM TOT-LINE.
006230     MOVE ZERO TO WS-SCAN-IDX.
006240     PERFORM 2450-PRINT-ONE-TAX THRU 2450-EXIT
006250         UNTIL WS-SCAN-IDX NOT < WS-TAX-COUNT.
006260     MOVE 'TOTAL SALES TAX' TO TOT-TEXT.
006270     MOVE WS-INVOICE-TAX TO TOT-AMOUNT.
006280     WRITE INVOICE-LINE FROM TOT-LINE.
006290     ADD WS-INVOICE-MERCH WS-INVOICE-TAX
006300         GIVING WS-INVOICE-TOTAL.
006310     MOVE 'INVOICE TOTAL' TO TOT-TEXT.
006320     MOVE WS-INVOICE-TOTAL TO TOT-AMOUNT.
006330     WRITE INVOICE-LINE FROM TOT-LINE.
006340     MOVE SPACE TO INVOICE-LINE.
006350     WRITE INVOICE-LINE.
006360     WRITE INVOICE-LINE FROM DUE-LINE.
006370     ADD WS-INVOICE-TOTAL TO WS-RUN-BILLED-AMOUNT.
006380     IF SEND-ELECTRONIC
006390         MOVE SPACE TO ELECTRONIC-INVOICE-RECORD
006400         SET EI-SUMMARY-RECORD TO TRUE
006410         MOVE WS-INVOICE-NUMBER TO EI-ORDER-NUMBER
006420         MOVE WS-INVOICE-MERCH TO EI-MERCHANDISE-TOTAL
006430         MOVE WS-INVOICE-TAX TO EI-TAX-TOTAL
006440         MOVE WS-INVOICE-TOTAL TO EI-INVOICE-TOTAL
006450         MOVE WS-INVOICE-LINE-COUNT TO EI-LINE-COUNT
006460         WRITE ELECTRONIC-INVOICE-RECORD
006470     END-IF.
006480 2400-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510 2450-PRINT-ONE-TAX.
006520     ADD 1 TO WS-SCAN-IDX.
006530     SET TX-IDX TO WS-SCAN-IDX.
006540     IF TX-ORDER-NUMBER (TX-IDX) NOT = WS-INVOICE-NUMBER
006550         GO TO 2450-EXIT
006560     END-IF.
006570     MOVE TX-STATE (TX-IDX) TO TAX-STATE.
006580     MOVE TX-TAXABLE-AMOUNT (TX-IDX) TO TAX-TAXABLE-AMOUNT.
006590     MOVE TX-TAX-AMOUNT (TX-IDX) TO TAX-AMOUNT.
006600     WRITE INVOICE-LINE FROM TAX-DTL-LINE.
006610     ADD TX-TAX-AMOUNT (TX-IDX) TO WS-INVOICE-TAX.
006620     IF SEND-ELECTRONIC
006630         MOVE SPACE TO ELECTRONIC-INVOICE-RECORD
006640         SET EI-TAX-RECORD TO TRUE
006650         MOVE WS-INVOICE-NUMBER TO EI-ORDER-NUMBER
006660         MOVE TX-STATE (TX-IDX) TO EI-TAX-STATE
006670         MOVE TX-TAXABLE-AMOUNT (TX-IDX) TO EI-TAXABLE-AMOUNT
006680         MOVE TX-TAX-AMOUNT (TX-IDX) TO EI-TAX-AMOUNT
006690         WRITE ELECTRONIC-INVOICE-RECORD
006700     END-IF.
006710 2450-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740* RUN TOTALS ON A PAGE OF THEIR OWN AFTER THE LAST INVOICE.
006750*----------------------------------------------------------------
006760 3000-FINISH-UP.
006770     MOVE WS-INVOICE-DATE TO RUN-INVOICE-DATE.
006780     WRITE INVOICE-LINE FROM RUN-TITLE-LINE
006790         AFTER ADVANCING PAGE.
006800     MOVE SPACE TO INVOICE-LINE.
006810     WRITE INVOICE-LINE.
006820     MOVE 'INVOICES PRINTED:' TO RUN-TOTAL-TEXT.
006830     MOVE WS-RUN-INVOICE-COUNT TO RUN-TOTAL-COUNT.
006840     WRITE INVOICE-LINE FROM RUN-TOTAL-LINE.
006850     MOVE 'INVOICE LINES BILLED:' TO RUN-TOTAL-TEXT.
006860     MOVE WS-RUN-LINE-COUNT TO RUN-TOTAL-COUNT.
006870     WRITE INVOICE-LINE FROM RUN-TOTAL-LINE.
006880     MOVE 'INVOICES SENT ELECTRONICALLY:' TO RUN-TOTAL-TEXT.
006890     MOVE WS-RUN-EINVOICE-COUNT TO RUN-TOTAL-COUNT.
006900     WRITE INVOICE-LINE FROM RUN-TOTAL-LINE.
006910     MOVE 'TOTAL BILLED:' TO RUN-AMOUNT-TEXT.
006920     MOVE WS-RUN-BILLED-AMOUNT TO RUN-AMOUNT.
006930     WRITE INVOICE-LINE FROM RUN-AMOUNT-LINE.
006940     IF WS-RUN-NO-CUSTOMER-COUNT > ZERO
006950         MOVE 'INVOICES FOR CUSTOMERS NOT ON MASTER:'
006960             TO RUN-TOTAL-TEXT
006970         MOVE WS-RUN-NO-CUSTOMER-COUNT TO RUN-TOTAL-COUNT
006980         WRITE INVOICE-LINE FROM RUN-TOTAL-LINE
006990     END-IF.
007000     IF WS-RUN-NO-PRODUCT-COUNT > ZERO
007010         MOVE 'LINES FOR PRODUCTS NOT ON MASTER:'
007020             TO RUN-TOTAL-TEXT
007030         MOVE WS-RUN-NO-PRODUCT-COUNT TO RUN-TOTAL-COUNT
007040         WRITE INVOICE-LINE FROM RUN-TOTAL-LINE
007050     END-IF.
007060     IF WS-TAX-OVERFLOW-COUNT > ZERO
007070         MOVE 'TAX LINES NOT TABLED - TAX TABLE FULL:'
007080             TO RUN-TOTAL-TEXT
007090         MOVE WS-TAX-OVERFLOW-COUNT TO RUN-TOTAL-COUNT
007100         WRITE INVOICE-LINE FROM RUN-TOTAL-LINE
007110     END-IF.
007120     CLOSE CUSTOMER-FILE.
007130     CLOSE PRODUCT-FILE.
007140     CLOSE SORTED-SALES-FILE.
007150     CLOSE INVOICE-FILE.
007160     CLOSE ELECTRONIC-INVOICE-FILE.
007170 3000-EXIT.
007180     EXIT.
