000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - CYCLE COUNT SHEET EXTRACT
000200* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000210*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000220*                 CLOCK.  RENUMBERED
000230* 2026-10-15 DW   ABC CYCLE COUNTING - NEW SELECTION TYPE 'D'
000240*                 PULLS ONLY THE PRODUCTS DUE FOR COUNT UNDER
000250*                 THEIR ABC CLASS (ABCCLASS.CPY) - A EVERY 30
000260*                 DAYS, B EVERY 90, C EVERY 360 - NO MORE OF EACH
000270*                 CLASS A DAY THAN SPREADS IT EVENLY ACROSS THE
000280*                 WORKING DAYS OF ITS CYCLE, LONGEST-UNCOUNTED
000290*                 FIRST.  RENUMBERED
000300* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000310*                 ORDER
000320*----------------------------------------------------------------
000330* THIS PROGRAM PULLS A SECTION OF THE PRODUCT MASTER FOR A
000340* PHYSICAL COUNT.  THE SELECTION - EVERYTHING, ONE
000350* PRODUCT-CATEGORY, OR ONE SUPPLIER - COMES FROM A ONE-RECORD
000360* SELECTION FILE THE WAY AUDRPT TAKES ITS KEY, SO THE FLOOR CAN
000370* COUNT A SECTION AT A TIME WITHOUT A RECOMPILE.  EACH SELECTED
000380* PRODUCT WRITES A COUNT-SHEET RECORD (CNTSHEET.CPY) CARRYING
000390* THE BOOK QUANTITY AT EXTRACT TIME, AND PRINTS ON THE COUNT
000400* SHEET WITH A BLANK COUNTED COLUMN FOR THE COUNTER'S PENCIL.
000410*
000420* SELECTION TYPE 'D' IS THE ABC CYCLE COUNT.  A PRODUCT IS DUE
000430* WHEN ITS CLASS'S COUNT INTERVAL HAS PASSED SINCE THE LAST COUNT
000440* DATE CNTPOST STAMPED ON THE ABC CLASS FILE, OR IT HAS NEVER BEEN
000450* COUNTED.  SO THE FLOOR DOES NOT GET A WHOLE CLASS ON ONE DAY,
000460* EACH CLASS IS HELD TO ITS SHARE OF THE WORKING DAYS IN ITS
000470* CYCLE (ITEMS IN THE CLASS / WORKING DAYS, ROUNDED UP); THE DUE
000480* ITEMS LONGEST UNCOUNTED GO FIRST AND THE REST WAIT FOR A LATER
000490* DAY.  A PRODUCT NOT YET CLASSIFIED IS SCHEDULED AS CLASS C.
000500*
000510* THE COUNT ENTRIES KEYED FROM THE SHEETS (CNTTRAN.CPY) GO TO
000520* THE VARIANCE/ADJUSTMENT RUN (CNTPOST).
000530*----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS PRODUCT-ID.
000640     SELECT ABC-CLASS-FILE ASSIGN TO ABCCLS
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS AB-PRODUCT-ID.
000680     SELECT DUE-SORT-WORK ASSIGN TO SRTWK01.
000690     SELECT SORTED-DUE-FILE ASSIGN TO CNTDUE
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT SELECTION-FILE ASSIGN TO CNTSEL
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-SEL-FILE-STATUS.
000740     SELECT COUNT-SHEET-FILE ASSIGN TO CNTSHT
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT REPORT-FILE ASSIGN TO CNTSHRPT
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-BIZ-FILE-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  PRODUCT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 COPY "product.cpy".
000870 FD  SELECTION-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  SELECTION-RECORD.
000910     05  SEL-SELECT-TYPE         PIC X(01).
000920         88  SELECT-BY-CATEGORY      VALUE 'C'.
000930         88  SELECT-BY-SUPPLIER      VALUE 'S'.
000940         88  SELECT-EVERYTHING       VALUE 'A' ' '.
000950         88  SELECT-DUE-BY-CLASS     VALUE 'D'.
000960     05  SEL-CATEGORY            PIC X(15).
000970     05  SEL-SUPPLIER-ID         PIC 9(06).
000980 FD  COUNT-SHEET-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY "cntsheet.cpy".
001020 FD  ABC-CLASS-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY "abcclass.cpy".
001060 SD  DUE-SORT-WORK.
001070 01  DUE-SORT-RECORD.
001080     05  DW-CLASS-SUB            PIC 9(01).
001090     05  DW-LAST-COUNT-DATE      PIC 9(08).
001100     05  DW-PRODUCT-ID           PIC 9(08).
001110     05  DW-PRODUCT-IMAGE        PIC X(102).
001120 FD  SORTED-DUE-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  SORTED-DUE-RECORD.
001160     05  SD-CLASS-SUB            PIC 9(01).
001170     05  SD-LAST-COUNT-DATE      PIC 9(08).
001180     05  SD-PRODUCT-ID           PIC 9(08).
001190     05  SD-PRODUCT-IMAGE        PIC X(102).
001200 FD  REPORT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE OMITTED.
001230 01  REPORT-LINE                 PIC X(132).
001240 FD  BUSINESS-DATE-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 COPY "bizdate.cpy".
001280 WORKING-STORAGE SECTION.
001290*----------------------------------------------------------------
001300* BUSINESS DATE
001310*----------------------------------------------------------------
001320 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001330 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001340*----------------------------------------------------------------
001350* SWITCHES, SELECTION, AND COUNTERS
001360*----------------------------------------------------------------
001370 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001380     88  END-OF-FILE                       VALUE 'Y'.
001390 77  WS-SEL-FILE-STATUS          PIC X(02) VALUE SPACE.
001400 77  WS-SELECT-SWITCH            PIC X(01) VALUE 'N'.
001410     88  PRODUCT-SELECTED                  VALUE 'Y'.
001420 01  WS-SELECTION.
001430     05  WS-SEL-TYPE             PIC X(01) VALUE SPACE.
001440     05  WS-SEL-CATEGORY         PIC X(15) VALUE SPACE.
001450     05  WS-SEL-SUPPLIER-ID      PIC 9(06) VALUE ZERO.
001460 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001470 77  WS-EXTRACTED-COUNT          PIC 9(05) COMP VALUE ZERO.
001480 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001490 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001500 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001510*----------------------------------------------------------------
001520* ABC CYCLE COUNT SCHEDULE - COUNT INTERVAL IN DAYS AND WORKING
001530* DAYS IN THE CYCLE FOR EACH CLASS (1 = A, 2 = B, 3 = C), THE
001540* ITEMS IN EACH CLASS, THE DAY'S QUOTA, AND HOW MANY WERE TAKEN
001550*----------------------------------------------------------------
001560 77  WS-A-COUNT-DAYS             PIC 9(03) VALUE 030.
001570 77  WS-A-CYCLE-WORK-DAYS        PIC 9(03) VALUE 021.
001580 77  WS-B-COUNT-DAYS             PIC 9(03) VALUE 090.
001590 77  WS-B-CYCLE-WORK-DAYS        PIC 9(03) VALUE 063.
001600 77  WS-C-COUNT-DAYS             PIC 9(03) VALUE 360.
001610 77  WS-C-CYCLE-WORK-DAYS        PIC 9(03) VALUE 250.
001620 01  WS-CLASS-SCHEDULE.
001630     05  WS-CLASS-ENTRY OCCURS 3 TIMES.
001640         10  WS-CLASS-COUNT-DAYS     PIC 9(03).
001650         10  WS-CLASS-CYCLE-DAYS     PIC 9(03).
001660         10  WS-CLASS-ITEM-COUNT     PIC 9(07) COMP.
001670         10  WS-CLASS-QUOTA          PIC 9(07) COMP.
001680         10  WS-CLASS-TAKEN          PIC 9(07) COMP.
001690 77  WS-CLASS-SUB                PIC 9(01) VALUE ZERO.
001700 77  WS-ABC-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001710 77  WS-DUE-EOF-SWITCH           PIC X(01) VALUE 'N'.
001720     88  DUE-END-OF-FILE                   VALUE 'Y'.
001730 77  WS-LAST-COUNT-DATE          PIC 9(08) VALUE ZERO.
001740 77  WS-TODAY-ORDINAL            PIC 9(07) VALUE ZERO.
001750 77  WS-COUNT-ORDINAL            PIC 9(07) VALUE ZERO.
001760 77  WS-DAYS-SINCE-COUNT         PIC S9(07) VALUE ZERO.
001770 77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
001780 01  WS-DATE-WORK.
001790     05  WS-WORK-YEAR            PIC 9(04).
001800     05  WS-WORK-MONTH           PIC 9(02).
001810     05  WS-WORK-DAY             PIC 9(02).
001820*----------------------------------------------------------------
001830* COUNT SHEET HEADINGS AND DETAIL LINES
001840*----------------------------------------------------------------
001850 01  HDG-TITLE-LINE.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  FILLER                  PIC X(28) VALUE
001880         'CYCLE COUNT SHEET'.
001890     05  FILLER                  PIC X(06) VALUE 'DATE'.
001900     05  HDG-RUN-DATE            PIC 9(08).
001910     05  FILLER                  PIC X(06) VALUE SPACE.
001920     05  FILLER                  PIC X(05) VALUE 'PAGE'.
001930     05  HDG-PAGE-NO             PIC ZZ9.
001940 01  HDG-SELECTION-LINE.
001950     05  FILLER                  PIC X(01) VALUE SPACE.
001960     05  FILLER                  PIC X(11) VALUE 'SELECTION: '.
001970     05  HDG-SELECTION-TEXT      PIC X(30).
001980 01  HDG-COLUMN-LINE.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
002010     05  FILLER                  PIC X(03) VALUE SPACE.
002020     05  FILLER                  PIC X(27) VALUE 'PRODUCT NAME'.
002030     05  FILLER                  PIC X(17) VALUE 'CATEGORY'.
002040     05  FILLER                  PIC X(10) VALUE 'SUPPLIER'.
002050     05  FILLER                  PIC X(10) VALUE 'BOOK QTY'.
002060     05  FILLER                  PIC X(14) VALUE '  COUNTED QTY'.
002070 01  DTL-LINE.
002080     05  FILLER                  PIC X(01) VALUE SPACE.
002090     05  DTL-PRODUCT-ID          PIC 9(08).
002100     05  FILLER                  PIC X(05) VALUE SPACE.
002110     05  DTL-PRODUCT-NAME        PIC X(25).
002120     05  FILLER                  PIC X(02) VALUE SPACE.
002130     05  DTL-CATEGORY            PIC X(15).
002140     05  FILLER                  PIC X(02) VALUE SPACE.
002150     05  DTL-SUPPLIER-ID         PIC 9(06).
002160     05  FILLER                  PIC X(03) VALUE SPACE.
002170     05  DTL-BOOK-QUANTITY       PIC ZZZ,ZZ9.
002180     05  FILLER                  PIC X(04) VALUE SPACE.
002190     05  FILLER                  PIC X(10) VALUE '__________'.
002200 01  TOTAL-LINE.
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  FILLER                  PIC X(32) VALUE
002230         'PRODUCTS EXTRACTED FOR COUNT:'.
002240     05  TOT-COUNT               PIC ZZZZ9.
002250 01  HELD-TOTAL-LINE.
002260     05  FILLER                  PIC X(01) VALUE SPACE.
002270     05  FILLER                  PIC X(32) VALUE
002280         'DUE BUT HELD FOR A LATER DAY:'.
002290     05  HELD-COUNT              PIC ZZZZ9.
002300 PROCEDURE DIVISION.
002310*----------------------------------------------------------------
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002340     IF WS-SEL-TYPE = 'D'
002350         SORT DUE-SORT-WORK
002360             ON ASCENDING KEY DW-CLASS-SUB DW-LAST-COUNT-DATE
002370                 DW-PRODUCT-ID
002380             INPUT PROCEDURE IS 4000-SELECT-DUE
002390                 THRU 4000-EXIT
002400             GIVING SORTED-DUE-FILE
002410         PERFORM 4500-EXTRACT-DUE THRU 4500-EXIT
002420     ELSE
002430         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002440             UNTIL END-OF-FILE
002450     END-IF.
002460     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002470     STOP RUN.
002480*----------------------------------------------------------------
002490 1000-INITIALIZE.
002500     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
002510     PERFORM 1100-READ-SELECTION THRU 1100-EXIT.
002520     OPEN INPUT PRODUCT-FILE.
002530     IF WS-SEL-TYPE = 'D'
002540         OPEN INPUT ABC-CLASS-FILE
002550     END-IF.
002560     OPEN OUTPUT COUNT-SHEET-FILE.
002570     OPEN OUTPUT REPORT-FILE.
002580     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
002590     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
002600     PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT.
002610     PERFORM 1200-READ-PRODUCT THRU 1200-EXIT.
002620 1000-EXIT.
002630     EXIT.
002640*----------------------------------------------------------------
002650* A MISSING OR EMPTY SELECTION FILE EXTRACTS THE WHOLE MASTER -
002660* THAT IS THE ANNUAL WALL-TO-WALL COUNT.
002670*----------------------------------------------------------------
002680 1100-READ-SELECTION.
002690     OPEN INPUT SELECTION-FILE.
002700     IF WS-SEL-FILE-STATUS = '00'
002710         READ SELECTION-FILE
002720             AT END
002730                 CONTINUE
002740             NOT AT END
002750                 MOVE SEL-SELECT-TYPE TO WS-SEL-TYPE
002760                 MOVE SEL-CATEGORY TO WS-SEL-CATEGORY
002770                 MOVE SEL-SUPPLIER-ID TO WS-SEL-SUPPLIER-ID
002780         END-READ
002790         CLOSE SELECTION-FILE
002800     END-IF.
002810     EVALUATE WS-SEL-TYPE
002820         WHEN 'C'
002830             STRING 'CATEGORY ' WS-SEL-CATEGORY
002840                 DELIMITED BY SIZE
002850                 INTO HDG-SELECTION-TEXT
002860         WHEN 'S'
002870             MOVE 'SUPPLIER' TO HDG-SELECTION-TEXT
002880             MOVE WS-SEL-SUPPLIER-ID
002890                 TO HDG-SELECTION-TEXT (10:6)
002900         WHEN 'D'
002910             MOVE 'DUE FOR COUNT BY ABC CLASS'
002920                 TO HDG-SELECTION-TEXT
002930         WHEN OTHER
002940             MOVE 'FULL MASTER' TO HDG-SELECTION-TEXT
002950     END-EVALUATE.
002960 1100-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990 1200-READ-PRODUCT.
003000     READ PRODUCT-FILE
003010         AT END
003020             SET END-OF-FILE TO TRUE
003030     END-READ.
003040 1200-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
003080* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
003090* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
003100* NO RECORD MEANS THE RUN DATE, AS BEFORE.
003110*----------------------------------------------------------------
003120 1900-READ-BUSINESS-DATE.
003130     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
003140     OPEN INPUT BUSINESS-DATE-FILE.
003150     IF WS-BIZ-FILE-STATUS = '00'
003160         READ BUSINESS-DATE-FILE
003170             AT END
003180                 CONTINUE
003190             NOT AT END
003200                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
003210         END-READ
003220         CLOSE BUSINESS-DATE-FILE
003230     END-IF.
003240 1900-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------
003270* A DISCONTINUED ITEM STILL ON THE SHELF STILL GETS COUNTED -
003280* SHRINKAGE DOES NOT CHECK THE STATUS BYTE.
003290*----------------------------------------------------------------
003300 2000-PROCESS-RECORD.
003310     SET WS-SELECT-SWITCH TO 'N'.
003320     EVALUATE WS-SEL-TYPE
003330         WHEN 'C'
003340             IF PRODUCT-CATEGORY = WS-SEL-CATEGORY
003350                 SET PRODUCT-SELECTED TO TRUE
003360             END-IF
003370         WHEN 'S'
003380             IF SUPPLIER-ID = WS-SEL-SUPPLIER-ID
003390                 SET PRODUCT-SELECTED TO TRUE
003400             END-IF
003410         WHEN OTHER
003420             SET PRODUCT-SELECTED TO TRUE
003430     END-EVALUATE.
003440     IF PRODUCT-SELECTED
003450         PERFORM 2100-EXTRACT-PRODUCT THRU 2100-EXIT
003460     END-IF.
003470     PERFORM 1200-READ-PRODUCT THRU 1200-EXIT.
003480 2000-EXIT.
003490     EXIT.
003500*----------------------------------------------------------------
003510 2100-EXTRACT-PRODUCT.
003520     MOVE PRODUCT-ID TO CS-PRODUCT-ID.
003530     MOVE PRODUCT-NAME TO CS-PRODUCT-NAME.
003540     MOVE PRODUCT-CATEGORY TO CS-PRODUCT-CATEGORY.
003550     MOVE SUPPLIER-ID TO CS-SUPPLIER-ID.
003560     MOVE QUANTITY-ON-HAND TO CS-BOOK-QUANTITY.
003570     MOVE WS-TODAY-DATE TO CS-EXTRACT-DATE.
003580     WRITE COUNT-SHEET-RECORD.
003590     ADD 1 TO WS-EXTRACTED-COUNT.
003600     MOVE SPACE TO DTL-LINE.
003610     MOVE PRODUCT-ID TO DTL-PRODUCT-ID.
003620     MOVE PRODUCT-NAME(1:25) TO DTL-PRODUCT-NAME.
003630     MOVE PRODUCT-CATEGORY TO DTL-CATEGORY.
003640     MOVE SUPPLIER-ID TO DTL-SUPPLIER-ID.
003650     MOVE QUANTITY-ON-HAND TO DTL-BOOK-QUANTITY.
003660     WRITE REPORT-LINE FROM DTL-LINE.
003670     ADD 1 TO WS-LINE-COUNT.
003680     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
003690         PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT
003700     END-IF.
003710 2100-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740 2400-PRINT-HEADINGS.
003750     ADD 1 TO WS-PAGE-COUNT.
003760     MOVE ZERO TO WS-LINE-COUNT.
003770     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
003780     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
003790     WRITE REPORT-LINE FROM HDG-SELECTION-LINE.
003800     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
003810 2400-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840 3000-FINISH-UP.
003850     MOVE SPACE TO REPORT-LINE.
003860     WRITE REPORT-LINE.
003870     MOVE WS-EXTRACTED-COUNT TO TOT-COUNT.
003880     WRITE REPORT-LINE FROM TOTAL-LINE.
003890     IF WS-SEL-TYPE = 'D'
003900         MOVE WS-HELD-COUNT TO HELD-COUNT
003910         WRITE REPORT-LINE FROM HELD-TOTAL-LINE
003920         CLOSE ABC-CLASS-FILE
003930     END-IF.
003940     CLOSE PRODUCT-FILE.
003950     CLOSE COUNT-SHEET-FILE.
003960     CLOSE REPORT-FILE.
003970 3000-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* INPUT PROCEDURE - LOOK EVERY PRODUCT UP ON THE ABC CLASS FILE,
004010* TALLY ITS CLASS, AND PASS IT TO THE SORT ONLY IF ITS CLASS'S
004020* COUNT INTERVAL HAS RUN OUT SINCE IT WAS LAST COUNTED.  THE
004030* FIRST PRODUCT WAS READ AT INITIALIZE.
004040*----------------------------------------------------------------
004050 4000-SELECT-DUE.
004060     MOVE WS-A-COUNT-DAYS TO WS-CLASS-COUNT-DAYS (1).
004070     MOVE WS-A-CYCLE-WORK-DAYS TO WS-CLASS-CYCLE-DAYS (1).
004080     MOVE WS-B-COUNT-DAYS TO WS-CLASS-COUNT-DAYS (2).
004090     MOVE WS-B-CYCLE-WORK-DAYS TO WS-CLASS-CYCLE-DAYS (2).
004100     MOVE WS-C-COUNT-DAYS TO WS-CLASS-COUNT-DAYS (3).
004110     MOVE WS-C-CYCLE-WORK-DAYS TO WS-CLASS-CYCLE-DAYS (3).
004120     MOVE ZERO TO WS-CLASS-ITEM-COUNT (1) WS-CLASS-ITEM-COUNT (2)
004130         WS-CLASS-ITEM-COUNT (3).
004140     MOVE ZERO TO WS-CLASS-TAKEN (1) WS-CLASS-TAKEN (2)
004150         WS-CLASS-TAKEN (3).
004160     MOVE WS-TODAY-DATE TO WS-DATE-WORK.
004170     COMPUTE WS-TODAY-ORDINAL =
004180         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
004190         + WS-WORK-DAY.
004200     PERFORM 4100-CHECK-DUE THRU 4100-EXIT
004210         UNTIL END-OF-FILE.
004220 4000-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250 4100-CHECK-DUE.
004260     SET WS-ABC-FOUND-SWITCH TO 'N'.
004270     MOVE PRODUCT-ID TO AB-PRODUCT-ID.
004280     READ ABC-CLASS-FILE
004290         INVALID KEY
004300             CONTINUE
004310         NOT INVALID KEY
004320             SET WS-ABC-FOUND-SWITCH TO 'Y'
004330     END-READ.
004340     MOVE 3 TO WS-CLASS-SUB.
004350     MOVE ZERO TO WS-LAST-COUNT-DATE.
004360     IF WS-ABC-FOUND-SWITCH = 'Y'
004370         MOVE AB-LAST-COUNT-DATE TO WS-LAST-COUNT-DATE
004380         IF AB-CLASS-A
004390             MOVE 1 TO WS-CLASS-SUB
004400         END-IF
004410         IF AB-CLASS-B
004420             MOVE 2 TO WS-CLASS-SUB
004430         END-IF
004440     END-IF.
004450     ADD 1 TO WS-CLASS-ITEM-COUNT (WS-CLASS-SUB).
004460     IF WS-LAST-COUNT-DATE NOT = ZERO
004470         MOVE WS-LAST-COUNT-DATE TO WS-DATE-WORK
004480         COMPUTE WS-COUNT-ORDINAL =
004490             (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
004500             + WS-WORK-DAY
004510         COMPUTE WS-DAYS-SINCE-COUNT =
004520             WS-TODAY-ORDINAL - WS-COUNT-ORDINAL
004530         IF WS-DAYS-SINCE-COUNT <
004540             WS-CLASS-COUNT-DAYS (WS-CLASS-SUB)
004550             GO TO 4100-NEXT
004560         END-IF
004570     END-IF.
004580     MOVE WS-CLASS-SUB TO DW-CLASS-SUB.
004590     MOVE WS-LAST-COUNT-DATE TO DW-LAST-COUNT-DATE.
004600     MOVE PRODUCT-ID TO DW-PRODUCT-ID.
004610     MOVE PRODUCT-RECORD TO DW-PRODUCT-IMAGE.
004620     RELEASE DUE-SORT-RECORD.
004630 4100-NEXT.
004640     PERFORM 1200-READ-PRODUCT THRU 1200-EXIT.
004650 4100-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680* THE DAY'S QUOTA FOR A CLASS IS ITS ITEMS SPREAD OVER THE
004690* WORKING DAYS IN ITS CYCLE, ROUNDED UP SO THE CYCLE IS NEVER
004700* LONGER THAN PROMISED.  DUE ITEMS COME BACK FROM THE SORT BY
004710* CLASS, LONGEST UNCOUNTED FIRST; EACH CLASS EXTRACTS UP TO ITS
004720* QUOTA AND HOLDS THE REST.
004730*----------------------------------------------------------------
004740 4500-EXTRACT-DUE.
004750     COMPUTE WS-CLASS-QUOTA (1) = (WS-CLASS-ITEM-COUNT (1)
004760         + WS-CLASS-CYCLE-DAYS (1) - 1) / WS-CLASS-CYCLE-DAYS (1).
004770     COMPUTE WS-CLASS-QUOTA (2) = (WS-CLASS-ITEM-COUNT (2)
004780         + WS-CLASS-CYCLE-DAYS (2) - 1) / WS-CLASS-CYCLE-DAYS (2).
004790     COMPUTE WS-CLASS-QUOTA (3) = (WS-CLASS-ITEM-COUNT (3)
004800         + WS-CLASS-CYCLE-DAYS (3) - 1) / WS-CLASS-CYCLE-DAYS (3).
004810     OPEN INPUT SORTED-DUE-FILE.
004820     PERFORM 4510-READ-DUE THRU 4510-EXIT.
004830     PERFORM 4600-TAKE-DUE THRU 4600-EXIT
004840         UNTIL DUE-END-OF-FILE.
004850     CLOSE SORTED-DUE-FILE.
004860 4500-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890 4510-READ-DUE.
004900     READ SORTED-DUE-FILE
004910         AT END
004920             SET DUE-END-OF-FILE TO TRUE
004930     END-READ.
004940 4510-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970 4600-TAKE-DUE.
004980     MOVE SD-CLASS-SUB TO WS-CLASS-SUB.
004990     IF WS-CLASS-TAKEN (WS-CLASS-SUB) <
005000         WS-CLASS-QUOTA (WS-CLASS-SUB)
005010         MOVE SD-PRODUCT-IMAGE TO PRODUCT-RECORD
005020         PERFORM 2100-EXTRACT-PRODUCT THRU 2100-EXIT
005030         ADD 1 TO WS-CLASS-TAKEN (WS-CLASS-SUB)
005040     ELSE
005050         ADD 1 TO WS-HELD-COUNT
005060     END-IF.
005070     PERFORM 4510-READ-DUE THRU 4510-EXIT.
005080 4600-EXIT.
005090     EXIT.
