000340*                 THE PERIOD IS FLAGGED DEAD STOCK AND GETS NO
000350*                 PO; AN ITEM WITH NO HISTORY AND NO STOCK
000360*                 FALLS BACK TO THE OLD RULE.  RENUMBERED
000370* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000380*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000390*                 CLOCK.  RENUMBERED
000400* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000410*                 ORDER
000420*----------------------------------------------------------------
000430* THIS PROGRAM READS THE PRODUCT MASTER, SORTS IT BY SUPPLIER-ID
000440* AND PRODUCT-ID, AND PRINTS A PURCHASE SUGGESTION LIST OF EVERY
000450* ITEM WHOSE QUANTITY-ON-HAND HAS FALLEN TO OR BELOW ITS
000460* REORDER-LEVEL.  OUTPUT IS GROUPED BY SUPPLIER-ID SO EACH
000470* SUPPLIER'S SUGGESTED REORDER LIST PRINTS TOGETHER, WITH
000480* LAST-ORDERED-DATE SHOWN SO STALE SUPPLIERS CAN BE TOLD APART
000490* FROM ONES JUST ORDERED FROM.  THE SUPPLIER MASTER IS LOADED
000500* INTO A TABLE SO EACH GROUP HEADING CAN SHOW THE SUPPLIER'S
000510* NAME AND PHONE NUMBER INSTEAD OF JUST ITS BARE ID.
000520*
000530* EACH TRIGGERED ITEM'S ORDER QUANTITY COVERS WS-TARGET-WEEKS
000540* OF ITS OWN RECENT DEMAND - THE LAST THREE MONTHS OF
000550* SH-QUANTITY BY PRODUCT, THIRTEEN WEEKS' WORTH - PLUS ANY
000560* QUANTITY STILL WAITING ON THE BACKORDER BACKLOG, LESS WHAT
000570* IS ALREADY ON THE SHELF.  A FAST MOVER THEREFORE BUYS DEEP
000580* AND A SLOW MOVER BUYS SHALLOW OR NOT AT ALL; AN ITEM WITH
000590* STOCK BUT NO SALES IN THE PERIOD IS CALLED OUT AS DEAD STOCK
000600* SO THE BUYER STOPS REORDERING IT.  THE PO FILE IS THE
000610* BUYER'S WORKSHEET - A LINE THE BUYER DOES NOT FLAG FOR
000620* ORDERING IS PULLED FROM THE FILE BEFORE IT IS RELEASED TO
000630* THE SUPPLIER AND TO THE RECEIPTS POSTING RUN (PORCPT), WHICH
000640* RETIRES EACH PURCHASE ORDER AS ITS STOCK IS RECEIVED.
000650*----------------------------------------------------------------
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. IBM-370.
000690 OBJECT-COMPUTER. IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS PRODUCT-ID.
000760     SELECT SUPPLIER-FILE ASSIGN TO SUPIN
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT BACKORDER-FILE ASSIGN TO BORDIN
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT SORT-WORK ASSIGN TO SRTWK01.
000830     SELECT SORTED-PRODUCT-FILE ASSIGN TO PRODSRT
000840         ORGANIZATION IS SEQUENTIAL.
000850     SELECT REPORT-FILE ASSIGN TO REORDRPT
000860         ORGANIZATION IS SEQUENTIAL.
000870     SELECT PURCHASE-ORDER-FILE ASSIGN TO POFILE
000880         ORGANIZATION IS SEQUENTIAL.
000890     SELECT PO-CONTROL-FILE ASSIGN TO POCTL
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-POCTL-FILE-STATUS.
000920     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-BIZ-FILE-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PRODUCT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY "product.cpy".
001010 FD  SUPPLIER-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY "supplier.cpy".
001050 FD  SALES-HISTORY-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY "saleshist.cpy".
001090 FD  BACKORDER-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY "backord.cpy".
001130 SD  SORT-WORK.
001140 01  SORT-WORK-RECORD.
001150     05  SW-PRODUCT-ID           PIC 9(08).
001160     05  SW-PRODUCT-NAME         PIC X(40).
001170     05  SW-PRODUCT-CATEGORY     PIC X(15).
001180     05  SW-UNIT-PRICE           PIC 9(05)V99.
001190     05  SW-UNIT-COST            PIC 9(05)V99.
001200     05  SW-QUANTITY-ON-HAND     PIC 9(06).
001210     05  SW-REORDER-LEVEL        PIC 9(04).
001220     05  SW-SUPPLIER-ID          PIC 9(06).
001230     05  SW-PRODUCT-STATUS       PIC X(01).
001240     05  SW-LAST-ORDERED-DATE    PIC 9(08).
001250 FD  SORTED-PRODUCT-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  SORTED-PRODUCT-RECORD.
001290     05  SRT-PRODUCT-ID          PIC 9(08).
001300     05  SRT-PRODUCT-NAME        PIC X(40).
001310     05  SRT-PRODUCT-CATEGORY    PIC X(15).
001320     05  SRT-UNIT-PRICE          PIC 9(05)V99.
001330     05  SRT-UNIT-COST           PIC 9(05)V99.
001340     05  SRT-QUANTITY-ON-HAND    PIC 9(06).
001350     05  SRT-REORDER-LEVEL       PIC 9(04).
001360     05  SRT-SUPPLIER-ID         PIC 9(06).
001370     05  SRT-PRODUCT-STATUS      PIC X(01).
001380     05  SRT-LAST-ORDERED-DATE   PIC 9(08).
001390 FD  REPORT-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE OMITTED.
001420 01  REPORT-LINE             PIC X(132).
001430 FD  PURCHASE-ORDER-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 COPY "po.cpy".
001470 FD  PO-CONTROL-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  PO-CONTROL-RECORD.
001510     05  POC-LAST-PO-NUMBER  PIC 9(08).
001520 FD  BUSINESS-DATE-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 COPY "bizdate.cpy".
001560 WORKING-STORAGE SECTION.
001570*----------------------------------------------------------------
001580* BUSINESS DATE
001590*----------------------------------------------------------------
001600 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001610 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001620*----------------------------------------------------------------
001630* SWITCHES AND COUNTERS
001640*----------------------------------------------------------------
001650 77  WS-EOF-SWITCH           PIC X(01)       VALUE 'N'.
001660     88  END-OF-FILE                        VALUE 'Y'.
001670 77  WS-FIRST-GROUP-SWITCH   PIC X(01)       VALUE 'Y'.
001680     88  FIRST-GROUP                        VALUE 'Y'
001690         WHEN SET TO FALSE IS 'N'.
001700 77  WS-LINE-COUNT           PIC 9(03)       VALUE ZERO.
001710 77  WS-PAGE-COUNT           PIC 9(03)       VALUE ZERO.
001720 77  WS-PAGE-LINE-MAX        PIC 9(03)       VALUE 055.
001730 77  WS-ITEM-COUNT           PIC 9(05) COMP  VALUE ZERO.
001740 77  WS-SUPPLIER-ITEM-COUNT  PIC 9(05) COMP  VALUE ZERO.
001750 77  WS-SAVE-SUPPLIER-ID     PIC 9(06)       VALUE ZERO.
001760 77  WS-POCTL-FILE-STATUS    PIC X(02)       VALUE SPACE.
001770 77  WS-NEXT-PO-NUMBER       PIC 9(08)       VALUE ZERO.
001780 77  WS-PO-WRITTEN-COUNT     PIC 9(05) COMP  VALUE ZERO.
001790 77  WS-DEAD-STOCK-COUNT     PIC 9(05) COMP  VALUE ZERO.
001800 77  WS-TODAY-DATE           PIC 9(08)       VALUE ZERO.
001810*----------------------------------------------------------------
001820* DEMAND SIZING - THE SUGGESTED ORDER COVERS WS-TARGET-WEEKS
001830* OF THE LAST THREE MONTHS' (THIRTEEN WEEKS') WEEKLY DEMAND
001840*----------------------------------------------------------------
001850 77  WS-TARGET-WEEKS         PIC 9(03)       VALUE 008.
001860 77  WS-DEMAND-WEEKS         PIC 9(03)       VALUE 013.
001870 77  WS-DEMAND-QUANTITY      PIC S9(07)      VALUE ZERO.
001880 77  WS-BACKORDER-QUANTITY   PIC 9(07)       VALUE ZERO.
001890 77  WS-SIZED-QUANTITY       PIC S9(07)      VALUE ZERO.
001900 77  WS-SUGGESTED-QUANTITY   PIC 9(06)       VALUE ZERO.
001910 77  WS-ORDER-WANTED-SWITCH  PIC X(01)       VALUE 'N'.
001920     88  ORDER-IS-WANTED                     VALUE 'Y'.
001930 77  WS-LINE-NOTE            PIC X(22)       VALUE SPACE.
001940 77  WS-CUTOFF-MONTH         PIC 9(06)       VALUE ZERO.
001950 01  WS-CUTOFF-PARTS.
001960     05  WS-CUT-YEAR         PIC 9(04).
001970     05  WS-CUT-MM           PIC 9(02).
001980 77  WS-HISTORY-MONTH        PIC 9(06)       VALUE ZERO.
001990 77  WS-DM-FOUND-SWITCH      PIC X(01)       VALUE 'N'.
002000 77  WS-DM-OVERFLOW-COUNT    PIC 9(07) COMP  VALUE ZERO.
002010*----------------------------------------------------------------
002020* DEMAND TABLE - NET SOLD UNITS OF THE LAST THREE MONTHS AND
002030* THE OPEN BACKORDER UNITS, BY PRODUCT
002040*----------------------------------------------------------------
002050 01  DEMAND-TABLE-AREA.
002060     05  WS-DEMAND-COUNT     PIC 9(05) COMP  VALUE ZERO.
002070     05  DEMAND-TABLE-ENTRY OCCURS 10000 TIMES
002080             INDEXED BY DM-IDX.
002090         10  DM-PRODUCT-ID       PIC 9(08).
002100         10  DM-QUANTITY         PIC S9(07).
002110         10  DM-BACKORDER-QTY    PIC 9(07).
002120*----------------------------------------------------------------
002130* SUPPLIER MASTER TABLE - LOADED IN FULL FROM SUPPLIER-FILE
002140*----------------------------------------------------------------
002150 01  SUPPLIER-TABLE-AREA.
002160     05  WS-SUPPLIER-COUNT   PIC 9(05) COMP  VALUE ZERO.
002170     05  SUPPLIER-TABLE-ENTRY OCCURS 2000 TIMES
002180             ASCENDING KEY IS SP-SUPPLIER-ID
002190             INDEXED BY SP-IDX.
002200         10  SP-SUPPLIER-ID      PIC 9(06).
002210         10  SP-SUPPLIER-NAME    PIC X(30).
002220         10  SP-SUPPLIER-PHONE   PIC X(10).
002230 77  WS-SUPPLIER-FOUND-SWITCH PIC X(01)      VALUE 'N'.
002240*----------------------------------------------------------------
002250* REPORT HEADINGS AND DETAIL LINES
002260*----------------------------------------------------------------
002270 01  HDG-TITLE-LINE.
002280     05  FILLER              PIC X(01)       VALUE SPACE.
002290     05  FILLER              PIC X(40)       VALUE
002300         'PURCHASE REORDER SUGGESTION REPORT'.
002310     05  FILLER              PIC X(10)       VALUE 'PAGE'.
002320     05  HDG-PAGE-NO         PIC ZZ9.
002330 01  HDG-SUPPLIER-LINE.
002340     05  FILLER              PIC X(01)       VALUE SPACE.
002350     05  FILLER              PIC X(14) VALUE 'SUPPLIER ID: '.
002360     05  HDG-SUPPLIER-ID     PIC 9(06).
002370     05  FILLER              PIC X(02)       VALUE SPACE.
002380     05  HDG-SUPPLIER-NAME   PIC X(30).
002390     05  FILLER              PIC X(08) VALUE 'PHONE: '.
002400     05  HDG-SUPPLIER-PHONE  PIC X(10).
002410 01  HDG-COLUMN-LINE.
002420     05  FILLER              PIC X(01)       VALUE SPACE.
002430     05  FILLER              PIC X(10)       VALUE 'PRODUCT ID'.
002440     05  FILLER              PIC X(03)       VALUE SPACE.
002450     05  FILLER              PIC X(25)       VALUE 'PRODUCT NAME'.
002460     05  FILLER              PIC X(06)       VALUE 'ON HND'.
002470     05  FILLER              PIC X(03)       VALUE SPACE.
002480     05  FILLER              PIC X(06)       VALUE 'REORD '.
002490     05  FILLER              PIC X(08)       VALUE '3MO DMD '.
002500     05  FILLER              PIC X(08)       VALUE 'BACKORD '.
002510     05  FILLER              PIC X(11)       VALUE 'LAST ORDER'.
002520     05  FILLER              PIC X(02)       VALUE SPACE.
002530     05  FILLER              PIC X(09)       VALUE 'PO NUMBER'.
002540     05  FILLER              PIC X(09)       VALUE ' SUGG QTY'.
002550     05  FILLER              PIC X(02)       VALUE SPACE.
002560     05  FILLER              PIC X(22)       VALUE 'NOTE'.
002570 01  DTL-LINE.
002580     05  FILLER              PIC X(01)       VALUE SPACE.
002590     05  DTL-PRODUCT-ID      PIC 9(08).
002600     05  FILLER              PIC X(02)       VALUE SPACE.
002610     05  DTL-PRODUCT-NAME    PIC X(25).
002620     05  DTL-QUANTITY        PIC ZZZ,ZZ9.
002630     05  FILLER              PIC X(02)       VALUE SPACE.
002640     05  DTL-REORDER-LEVEL   PIC ZZZ9.
002650     05  FILLER              PIC X(01)       VALUE SPACE.
002660     05  DTL-DEMAND-QTY      PIC ZZZ,ZZ9.
002670     05  DTL-BACKORDER-QTY   PIC ZZZ,ZZ9.
002680     05  FILLER              PIC X(02)       VALUE SPACE.
002690     05  DTL-LAST-ORDERED    PIC 9(08).
002700     05  FILLER              PIC X(03)       VALUE SPACE.
002710     05  DTL-PO-NUMBER       PIC ZZZZZZZZ.
002720     05  FILLER              PIC X(01)       VALUE SPACE.
002730     05  DTL-SUGGESTED-QTY   PIC ZZZ,ZZ9.
002740     05  FILLER              PIC X(02)       VALUE SPACE.
002750     05  DTL-NOTE            PIC X(22).
002760 01  SUP-TOTAL-LINE.
002770     05  FILLER              PIC X(03)       VALUE SPACE.
002780     05  FILLER              PIC X(20)       VALUE
002790         'ITEMS TO REORDER: '.
002800     05  SUP-TOTAL-COUNT     PIC ZZ9.
002810 01  GRAND-TOTAL-LINE.
002820     05  FILLER              PIC X(01)       VALUE SPACE.
002830     05  FILLER              PIC X(32)       VALUE
002840         'TOTAL ITEMS BELOW REORDER POINT:'.
002850     05  GRD-TOTAL-COUNT     PIC ZZZZ9.
002860 01  PO-TOTAL-LINE.
002870     05  FILLER              PIC X(01)       VALUE SPACE.
002880     05  FILLER              PIC X(32)       VALUE
002890         'PURCHASE ORDER LINES WRITTEN:'.
002900     05  PO-TOTAL-COUNT      PIC ZZZZ9.
002910 01  DEAD-TOTAL-LINE.
002920     05  FILLER              PIC X(01)       VALUE SPACE.
002930     05  FILLER              PIC X(32)       VALUE
002940         'DEAD STOCK ITEMS - NO PO CUT:'.
002950     05  DEAD-TOTAL-COUNT    PIC ZZZZ9.
002960 01  DM-OVFL-LINE.
002970     05  FILLER              PIC X(01)       VALUE SPACE.
002980     05  DM-OVFL-COUNT       PIC ZZZZZZ9.
002990     05  FILLER              PIC X(48)       VALUE
003000         ' HISTORY LINES NOT TABLED - DEMAND TABLE FULL'.
003010 PROCEDURE DIVISION.
003020*----------------------------------------------------------------
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003050     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003060         UNTIL END-OF-FILE.
003070     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
003080     STOP RUN.
003090*----------------------------------------------------------------
003100 1000-INITIALIZE.
003110     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
003120     SORT SORT-WORK
003130         ON ASCENDING KEY SW-SUPPLIER-ID SW-PRODUCT-ID
003140         USING PRODUCT-FILE
003150         GIVING SORTED-PRODUCT-FILE.
003160     OPEN INPUT SORTED-PRODUCT-FILE.
003170     OPEN OUTPUT REPORT-FILE.
003180     OPEN EXTEND PURCHASE-ORDER-FILE.
003190     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
003200     PERFORM 1070-GET-PO-CONTROL THRU 1070-EXIT.
003210     PERFORM 1050-LOAD-SUPPLIER-TABLE THRU 1050-EXIT.
003220     PERFORM 1080-LOAD-DEMAND-TABLE THRU 1080-EXIT.
003230     PERFORM 1090-LOAD-BACKORDER-QTY THRU 1090-EXIT.
003240     PERFORM 1100-READ-PRODUCT THRU 1100-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* THE LAST PO NUMBER USED LIVES IN A ONE-RECORD CONTROL FILE,
003290* THE SAME WAY ORDPOST KEEPS ITS CHECKPOINT.  A MISSING OR EMPTY
003300* CONTROL FILE JUST MEANS NUMBERING STARTS FROM ONE.
003310*----------------------------------------------------------------
003320 1070-GET-PO-CONTROL.
003330     OPEN INPUT PO-CONTROL-FILE.
003340     IF WS-POCTL-FILE-STATUS = '00'
003350         READ PO-CONTROL-FILE
003360             AT END
003370                 CONTINUE
003380             NOT AT END
003390                 MOVE POC-LAST-PO-NUMBER TO WS-NEXT-PO-NUMBER
003400         END-READ
003410         CLOSE PO-CONTROL-FILE
003420     END-IF.
003430 1070-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460 1050-LOAD-SUPPLIER-TABLE.
003470     OPEN INPUT SUPPLIER-FILE.
003480     SET WS-EOF-SWITCH TO 'N'.
003490     READ SUPPLIER-FILE
003500         AT END
003510             SET END-OF-FILE TO TRUE
003520     END-READ.
003530     PERFORM 1060-LOAD-SUPPLIER-ENTRY THRU 1060-EXIT
003540         UNTIL END-OF-FILE.
003550     CLOSE SUPPLIER-FILE.
003560     SET WS-EOF-SWITCH TO 'N'.
003570 1050-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600 1060-LOAD-SUPPLIER-ENTRY.
003610     ADD 1 TO WS-SUPPLIER-COUNT.
003620     SET SP-IDX TO WS-SUPPLIER-COUNT.
003630     MOVE SUPPLIER-ID OF SUPPLIER-RECORD
003640         TO SP-SUPPLIER-ID (SP-IDX).
003650     MOVE SUPPLIER-NAME TO SP-SUPPLIER-NAME (SP-IDX).
003660     MOVE SUPPLIER-PHONE TO SP-SUPPLIER-PHONE (SP-IDX).
003670     READ SUPPLIER-FILE
003680         AT END
003690             SET END-OF-FILE TO TRUE
003700     END-READ.
003710 1060-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* THE DEMAND WINDOW IS THE LAST THREE CALENDAR MONTHS
003750* INCLUDING THE CURRENT ONE.  RETURNS ARE NEGATIVE HISTORY
003760* LINES, SO THE TABLE HOLDS NET DEMAND AUTOMATICALLY.
003770*----------------------------------------------------------------
003780 1080-LOAD-DEMAND-TABLE.
003790     MOVE WS-TODAY-DATE (1:6) TO WS-CUTOFF-PARTS.
003800     IF WS-CUT-MM > 2
003810         SUBTRACT 2 FROM WS-CUT-MM
003820     ELSE
003830         ADD 10 TO WS-CUT-MM
003840         SUBTRACT 1 FROM WS-CUT-YEAR
003850     END-IF.
003860     MOVE WS-CUTOFF-PARTS TO WS-CUTOFF-MONTH.
003870     OPEN INPUT SALES-HISTORY-FILE.
003880     SET WS-EOF-SWITCH TO 'N'.
003890     READ SALES-HISTORY-FILE
003900         AT END
003910             SET END-OF-FILE TO TRUE
003920     END-READ.
003930     PERFORM 1085-LOAD-ONE-SALE THRU 1085-EXIT
003940         UNTIL END-OF-FILE.
003950     CLOSE SALES-HISTORY-FILE.
003960     SET WS-EOF-SWITCH TO 'N'.
003970 1080-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000 1085-LOAD-ONE-SALE.
004010     MOVE SH-POSTED-DATE (1:6) TO WS-HISTORY-MONTH.
004020     IF WS-HISTORY-MONTH < WS-CUTOFF-MONTH
004030         GO TO 1085-NEXT
004040     END-IF.
004050     MOVE SH-PRODUCT-ID TO PRODUCT-ID OF PRODUCT-RECORD.
004060     PERFORM 1095-FIND-OR-ADD-ENTRY THRU 1095-EXIT.
004070     IF WS-DM-FOUND-SWITCH = 'Y'
004080         ADD SH-QUANTITY TO DM-QUANTITY (DM-IDX)
004090     END-IF.
004100 1085-NEXT.
004110     READ SALES-HISTORY-FILE
004120         AT END
004130             SET END-OF-FILE TO TRUE
004140     END-READ.
004150 1085-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* EVERY OPEN BACKORDER LINE IS DEMAND THE SHELF ALREADY OWES -
004190* IT ADDS ON TOP OF WHATEVER THE SUGGESTED ORDER COVERS.
004200*----------------------------------------------------------------
004210 1090-LOAD-BACKORDER-QTY.
004220     OPEN INPUT BACKORDER-FILE.
004230     SET WS-EOF-SWITCH TO 'N'.
004240     READ BACKORDER-FILE
004250         AT END
004260             SET END-OF-FILE TO TRUE
004270     END-READ.
004280     PERFORM 1092-LOAD-ONE-BACKORDER THRU 1092-EXIT
004290         UNTIL END-OF-FILE.
004300     CLOSE BACKORDER-FILE.
004310     SET WS-EOF-SWITCH TO 'N'.
004320 1090-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350 1092-LOAD-ONE-BACKORDER.
004360     MOVE BO-PRODUCT-ID TO PRODUCT-ID OF PRODUCT-RECORD.
004370     PERFORM 1095-FIND-OR-ADD-ENTRY THRU 1095-EXIT.
004380     IF WS-DM-FOUND-SWITCH = 'Y'
004390         ADD BO-QUANTITY TO DM-BACKORDER-QTY (DM-IDX)
004400     END-IF.
004410     READ BACKORDER-FILE
004420         AT END
004430             SET END-OF-FILE TO TRUE
004440     END-READ.
004450 1092-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* FINDS THE DEMAND ENTRY FOR THE PRODUCT-ID LEFT IN THE MASTER
004490* RECORD'S KEY FIELD, ADDING A FRESH SLOT IF THE PRODUCT HAS
004500* NONE YET.  LEAVES DM-IDX ON THE ENTRY AND SAYS WHETHER ONE
004510* WAS AVAILABLE.
004520*----------------------------------------------------------------
004530 1095-FIND-OR-ADD-ENTRY.
004540     MOVE 'N' TO WS-DM-FOUND-SWITCH.
004550     IF WS-DEMAND-COUNT > ZERO
004560         SET DM-IDX TO 1
004570         SEARCH DEMAND-TABLE-ENTRY
004580             AT END
004590                 CONTINUE
004600             WHEN DM-IDX > WS-DEMAND-COUNT
004610                 CONTINUE
004620             WHEN DM-PRODUCT-ID (DM-IDX) =
004630                     PRODUCT-ID OF PRODUCT-RECORD
004640                 MOVE 'Y' TO WS-DM-FOUND-SWITCH
004650         END-SEARCH
004660     END-IF.
004670     IF WS-DM-FOUND-SWITCH NOT = 'Y'
004680         IF WS-DEMAND-COUNT < 10000
004690             ADD 1 TO WS-DEMAND-COUNT
004700             SET DM-IDX TO WS-DEMAND-COUNT
004710             MOVE PRODUCT-ID OF PRODUCT-RECORD
004720                 TO DM-PRODUCT-ID (DM-IDX)
004730             MOVE ZERO TO DM-QUANTITY (DM-IDX)
004740             MOVE ZERO TO DM-BACKORDER-QTY (DM-IDX)
004750             MOVE 'Y' TO WS-DM-FOUND-SWITCH
004760         ELSE
004770             ADD 1 TO WS-DM-OVERFLOW-COUNT
004780         END-IF
004790     END-IF.
004800 1095-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------
004830 1100-READ-PRODUCT.
004840     READ SORTED-PRODUCT-FILE
004850         AT END
004860             SET END-OF-FILE TO TRUE
004870     END-READ.
004880 1100-EXIT.
004890     EXIT.
004900*----------------------------------------------------------------
004910* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
004920* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
004930* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
004940* NO RECORD MEANS THE RUN DATE, AS BEFORE.
004950*----------------------------------------------------------------
004960 1900-READ-BUSINESS-DATE.
004970     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
004980     OPEN INPUT BUSINESS-DATE-FILE.
004990     IF WS-BIZ-FILE-STATUS = '00'
005000         READ BUSINESS-DATE-FILE
005010             AT END
005020                 CONTINUE
005030             NOT AT END
005040                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
005050         END-READ
005060         CLOSE BUSINESS-DATE-FILE
005070     END-IF.
005080 1900-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------
005110 2000-PROCESS-RECORD.
005120     IF SRT-QUANTITY-ON-HAND NOT > SRT-REORDER-LEVEL
005130         PERFORM 2100-SUPPLIER-CHECK THRU 2100-EXIT
005140         PERFORM 2230-FIND-DEMAND THRU 2230-EXIT
005150         PERFORM 2240-SIZE-ORDER THRU 2240-EXIT
005160         IF ORDER-IS-WANTED
005170             PERFORM 2250-WRITE-PURCHASE-ORDER THRU 2250-EXIT
005180         END-IF
005190         PERFORM 2300-PRINT-DETAIL THRU 2300-EXIT
005200         ADD 1 TO WS-ITEM-COUNT WS-SUPPLIER-ITEM-COUNT
005210     END-IF.
005220     PERFORM 1100-READ-PRODUCT THRU 1100-EXIT.
005230 2000-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260 2100-SUPPLIER-CHECK.
005270     IF FIRST-GROUP
005280         PERFORM 2110-SUPPLIER-BREAK THRU 2110-EXIT
005290     ELSE
005300         IF SRT-SUPPLIER-ID NOT = WS-SAVE-SUPPLIER-ID
005310             PERFORM 2200-SUPPLIER-TOTAL THRU 2200-EXIT
005320             PERFORM 2110-SUPPLIER-BREAK THRU 2110-EXIT
005330         END-IF
005340     END-IF.
005350 2100-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380 2110-SUPPLIER-BREAK.
005390     MOVE SRT-SUPPLIER-ID TO WS-SAVE-SUPPLIER-ID.
005400     MOVE ZERO TO WS-SUPPLIER-ITEM-COUNT.
005410     SET FIRST-GROUP TO FALSE.
005420     PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT.
005430 2110-EXIT.
005440     EXIT.
005450*----------------------------------------------------------------
005460 2200-SUPPLIER-TOTAL.
005470     MOVE WS-SUPPLIER-ITEM-COUNT TO SUP-TOTAL-COUNT.
005480     WRITE REPORT-LINE FROM SUP-TOTAL-LINE.
005490     MOVE SPACE TO REPORT-LINE.
005500     WRITE REPORT-LINE.
005510 2200-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005540* A NET-NEGATIVE PERIOD - MORE RETURNED THAN SOLD - COUNTS AS
005550* NO DEMAND AT ALL.
005560*----------------------------------------------------------------
005570 2230-FIND-DEMAND.
005580     MOVE ZERO TO WS-DEMAND-QUANTITY.
005590     MOVE ZERO TO WS-BACKORDER-QUANTITY.
005600     IF WS-DEMAND-COUNT = ZERO
005610         GO TO 2230-EXIT
005620     END-IF.
005630     SET DM-IDX TO 1.
005640     SEARCH DEMAND-TABLE-ENTRY
005650         AT END
005660             CONTINUE
005670         WHEN DM-IDX > WS-DEMAND-COUNT
005680             CONTINUE
005690         WHEN DM-PRODUCT-ID (DM-IDX) = SRT-PRODUCT-ID
005700             MOVE DM-QUANTITY (DM-IDX) TO WS-DEMAND-QUANTITY
005710             MOVE DM-BACKORDER-QTY (DM-IDX)
005720                 TO WS-BACKORDER-QUANTITY
005730     END-SEARCH.
005740     IF WS-DEMAND-QUANTITY < ZERO
005750         MOVE ZERO TO WS-DEMAND-QUANTITY
005760     END-IF.
005770 2230-EXIT.
005780     EXIT.
005790*----------------------------------------------------------------
005800* THE SUGGESTED ORDER COVERS WS-TARGET-WEEKS OF THE PERIOD'S
005810* WEEKLY DEMAND PLUS THE OPEN BACKORDERS, LESS THE SHELF.
005820* NO SALES AND STOCK STILL SITTING IS DEAD STOCK - NO PO, THE
005830* BUYER GETS A FLAG INSTEAD.  NO HISTORY AND NOTHING ON THE
005840* SHELF (A NEW ITEM) FALLS BACK TO THE OLD TWICE-THE-REORDER-
005850* LEVEL RULE RATHER THAN BUYING ZERO OF SOMETHING WE STOCK.
005860*----------------------------------------------------------------
005870 2240-SIZE-ORDER.
005880     MOVE 'N' TO WS-ORDER-WANTED-SWITCH.
005890     MOVE SPACE TO WS-LINE-NOTE.
005900     MOVE ZERO TO WS-SUGGESTED-QUANTITY.
005910     IF WS-DEMAND-QUANTITY = ZERO
005920         AND WS-BACKORDER-QUANTITY = ZERO
005930         IF SRT-QUANTITY-ON-HAND > ZERO
005940             MOVE 'DEAD STOCK - NO SALES' TO WS-LINE-NOTE
005950             ADD 1 TO WS-DEAD-STOCK-COUNT
005960         ELSE
005970             COMPUTE WS-SUGGESTED-QUANTITY =
005980                 (SRT-REORDER-LEVEL * 2)
005990                 - SRT-QUANTITY-ON-HAND
006000             MOVE 'Y' TO WS-ORDER-WANTED-SWITCH
006010             MOVE 'NO HISTORY - OLD RULE' TO WS-LINE-NOTE
006020         END-IF
006030         GO TO 2240-EXIT
006040     END-IF.
006050     COMPUTE WS-SIZED-QUANTITY ROUNDED =
006060         (WS-DEMAND-QUANTITY * WS-TARGET-WEEKS
006070             / WS-DEMAND-WEEKS)
006080         + WS-BACKORDER-QUANTITY - SRT-QUANTITY-ON-HAND.
006090     IF WS-SIZED-QUANTITY > ZERO
006100         MOVE WS-SIZED-QUANTITY TO WS-SUGGESTED-QUANTITY
006110         MOVE 'Y' TO WS-ORDER-WANTED-SWITCH
006120     ELSE
006130         MOVE 'DEMAND COVERED' TO WS-LINE-NOTE
006140     END-IF.
006150 2240-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180 2250-WRITE-PURCHASE-ORDER.
006190     ADD 1 TO WS-NEXT-PO-NUMBER.
006200     MOVE WS-NEXT-PO-NUMBER TO PO-NUMBER.
006210     MOVE SRT-SUPPLIER-ID TO PO-SUPPLIER-ID.
006220     MOVE SRT-PRODUCT-ID TO PO-PRODUCT-ID.
006230     MOVE WS-SUGGESTED-QUANTITY TO PO-QUANTITY-ORDERED.
006240     MOVE WS-TODAY-DATE TO PO-ORDER-DATE.
006250     MOVE ZERO TO PO-QUANTITY-RECEIVED.
006260     SET PO-OPEN TO TRUE.
006270     WRITE PURCHASE-ORDER-RECORD.
006280     ADD 1 TO WS-PO-WRITTEN-COUNT.
006290 2250-EXIT.
006300     EXIT.
006310*----------------------------------------------------------------
006320 2300-PRINT-DETAIL.
006330     MOVE SPACE TO DTL-LINE.
006340     MOVE SRT-PRODUCT-ID TO DTL-PRODUCT-ID.
006350     MOVE SRT-PRODUCT-NAME(1:25) TO DTL-PRODUCT-NAME.
006360     MOVE SRT-QUANTITY-ON-HAND TO DTL-QUANTITY.
006370     MOVE SRT-REORDER-LEVEL TO DTL-REORDER-LEVEL.
006380     MOVE WS-DEMAND-QUANTITY TO DTL-DEMAND-QTY.
006390     MOVE WS-BACKORDER-QUANTITY TO DTL-BACKORDER-QTY.
006400     MOVE SRT-LAST-ORDERED-DATE TO DTL-LAST-ORDERED.
006410     IF ORDER-IS-WANTED
006420         MOVE WS-NEXT-PO-NUMBER TO DTL-PO-NUMBER
006430         MOVE WS-SUGGESTED-QUANTITY TO DTL-SUGGESTED-QTY
006440     ELSE
006450         MOVE ZERO TO DTL-PO-NUMBER
006460         MOVE ZERO TO DTL-SUGGESTED-QTY
006470     END-IF.
006480     MOVE WS-LINE-NOTE TO DTL-NOTE.
006490     WRITE REPORT-LINE FROM DTL-LINE.
006500     ADD 1 TO WS-LINE-COUNT.
006510     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
006520         PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT
006530     END-IF.
006540 2300-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------
006570 2400-PRINT-HEADINGS.
006580     ADD 1 TO WS-PAGE-COUNT.
006590     MOVE ZERO TO WS-LINE-COUNT.
006600     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
006610     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
006620     MOVE SRT-SUPPLIER-ID TO HDG-SUPPLIER-ID.
006630     PERFORM 2450-FIND-SUPPLIER THRU 2450-EXIT.
006640     WRITE REPORT-LINE FROM HDG-SUPPLIER-LINE.
006650     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
006660 2400-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------
006690 2450-FIND-SUPPLIER.
006700     SET WS-SUPPLIER-FOUND-SWITCH TO 'N'.
006710     SEARCH ALL SUPPLIER-TABLE-ENTRY
006720         WHEN SP-SUPPLIER-ID (SP-IDX) = SRT-SUPPLIER-ID
006730             SET WS-SUPPLIER-FOUND-SWITCH TO 'Y'
006740     END-SEARCH.
006750     IF WS-SUPPLIER-FOUND-SWITCH = 'Y'
006760         MOVE SP-SUPPLIER-NAME (SP-IDX) TO HDG-SUPPLIER-NAME
006770         MOVE SP-SUPPLIER-PHONE (SP-IDX) TO HDG-SUPPLIER-PHONE
006780     ELSE
006790         MOVE 'SUPPLIER NOT ON FILE' TO HDG-SUPPLIER-NAME
006800         MOVE SPACE TO HDG-SUPPLIER-PHONE
006810     END-IF.
006820 2450-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850 3000-FINISH-UP.
006860     IF NOT FIRST-GROUP
006870         PERFORM 2200-SUPPLIER-TOTAL THRU 2200-EXIT
006880     END-IF.
006890     MOVE WS-ITEM-COUNT TO GRD-TOTAL-COUNT.
006900     WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
006910     MOVE WS-PO-WRITTEN-COUNT TO PO-TOTAL-COUNT.
006920     WRITE REPORT-LINE FROM PO-TOTAL-LINE.
006930     MOVE WS-DEAD-STOCK-COUNT TO DEAD-TOTAL-COUNT.
006940     WRITE REPORT-LINE FROM DEAD-TOTAL-LINE.
006950     IF WS-DM-OVERFLOW-COUNT > ZERO
006960         MOVE WS-DM-OVERFLOW-COUNT TO DM-OVFL-COUNT
006970         WRITE REPORT-LINE FROM DM-OVFL-LINE
006980     END-IF.
006990     PERFORM 3100-PUT-PO-CONTROL THRU 3100-EXIT.
007000     CLOSE SORTED-PRODUCT-FILE.
007010     CLOSE REPORT-FILE.
007020     CLOSE PURCHASE-ORDER-FILE.
007030 3000-EXIT.
007040     EXIT.
007050*----------------------------------------------------------------
007060 3100-PUT-PO-CONTROL.
007070     OPEN OUTPUT PO-CONTROL-FILE.
007080     MOVE WS-NEXT-PO-NUMBER TO POC-LAST-PO-NUMBER.
007090     WRITE PO-CONTROL-RECORD.
007100     CLOSE PO-CONTROL-FILE.
007110 3100-EXIT.
007120     EXIT.
