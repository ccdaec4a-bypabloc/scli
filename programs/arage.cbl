000300*                 SUBLEDGER IS STILL FILLING) FALLS BACK TO THE
000310*                 OLD LAST-UPDATE-DATE AGING, AND ITEMS FOR A
000320*                 CUSTOMER NOT ON THE MASTER ARE CALLED OUT
000330* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000340*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000350*                 CLOCK.  RENUMBERED
000360* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000370*                 ORDER
000380* 2026-10-15 DW   THE OPEN ITEM NOW CARRIES THE PRODUCT OF A
000390*                 BACKREL ITEM - SORT LAYOUTS WIDENED TO MATCH.
000400*                 RENUMBERED
000410*----------------------------------------------------------------
000420* THIS PROGRAM SORTS THE OPEN-ITEM AR SUBLEDGER INTO CUSTOMER
000430* SEQUENCE AND WALKS IT AGAINST THE CUSTOMER MASTER, BUCKETING
000440* EACH OPEN INVOICE BY HOW LONG IT HAS BEEN SINCE ITS
000450* OI-INVOICE-DATE (CURRENT, 30, 60, AND 90-PLUS DAYS).  ONLY
000460* ACTIVE-CUSTOMER RECORDS ARE PRINTED IN THE AGING BODY OF THE
000470* REPORT.  ANY INACTIVE-CUSTOMER RECORD THAT STILL CARRIES A
000480* NONZERO BALANCE IS CALLED OUT SEPARATELY SO COLLECTIONS DOES
000490* NOT FORGET IT, AND OPEN ITEMS FOR A CUSTOMER-ID NOT ON THE
000500* MASTER AT ALL ARE TOTALED ON THEIR OWN WARNING LINE.
000510*----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS CUSTOMER-ID.
000620     SELECT OPEN-ITEM-FILE ASSIGN TO OPENIN
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT SORT-WORK ASSIGN TO SRTWK01.
000650     SELECT SORTED-OPEN-ITEM-FILE ASSIGN TO OPENSRT
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT REPORT-FILE ASSIGN TO ARAGERPT
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-BIZ-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  CUSTOMER-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 COPY "customer.cpy".
000780 FD  OPEN-ITEM-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "openitem.cpy".
000820 SD  SORT-WORK.
000830 01  SORT-WORK-RECORD.
000840     05  SW-CUSTOMER-ID          PIC 9(10).
000850     05  SW-ORDER-NUMBER         PIC 9(08).
000860     05  SW-INVOICE-DATE         PIC 9(08).
000870     05  SW-INVOICE-AMOUNT       PIC 9(09)V99.
000880     05  SW-OPEN-AMOUNT          PIC 9(09)V99.
000890     05  SW-PRODUCT-ID           PIC 9(08).
000900 FD  SORTED-OPEN-ITEM-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  SORTED-OPEN-ITEM-RECORD.
000940     05  SO-CUSTOMER-ID          PIC 9(10).
000950     05  SO-ORDER-NUMBER         PIC 9(08).
000960     05  SO-INVOICE-DATE         PIC 9(08).
000970     05  SO-INVOICE-AMOUNT       PIC 9(09)V99.
000980     05  SO-OPEN-AMOUNT          PIC 9(09)V99.
000990     05  SO-PRODUCT-ID           PIC 9(08).
001000 FD  REPORT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE OMITTED.
001030 01  REPORT-LINE                PIC X(132).
001040 FD  BUSINESS-DATE-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "bizdate.cpy".
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* BUSINESS DATE
001110*----------------------------------------------------------------
001120 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001130 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001140*----------------------------------------------------------------
001150* SWITCHES, COUNTERS AND WORKING DATE FIELDS
001160*----------------------------------------------------------------
001170 77  WS-EOF-SWITCH               PIC X(01)   VALUE 'N'.
001180     88  END-OF-FILE                         VALUE 'Y'.
001190 77  WS-ITEM-EOF-SWITCH          PIC X(01)   VALUE 'N'.
001200     88  ITEM-END-OF-FILE                    VALUE 'Y'.
001210 77  WS-ITEM-KEY                 PIC 9(10)   VALUE ZERO.
001220 77  HIGH-KEY-VALUE              PIC 9(10)   VALUE 9999999999.
001230 77  WS-LINE-COUNT               PIC 9(03)   VALUE ZERO.
001240 77  WS-PAGE-COUNT               PIC 9(03)   VALUE ZERO.
001250 77  WS-PAGE-LINE-MAX            PIC 9(03)   VALUE 055.
001260 77  WS-DAYS-SINCE-INVOICE       PIC S9(07)  VALUE ZERO.
001270 77  WS-AGE-FROM-DATE            PIC 9(08)   VALUE ZERO.
001280 77  WS-TODAY-DATE               PIC 9(08)   VALUE ZERO.
001290 77  WS-CUST-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
001300*----------------------------------------------------------------
001310* PER-CUSTOMER AGING BUCKETS, ZEROED AT EACH MASTER RECORD AND
001320* FILLED FROM THAT CUSTOMER'S OPEN ITEMS
001330*----------------------------------------------------------------
001340 01  WS-CUST-BUCKETS.
001350     05  WS-CUST-CURRENT         PIC 9(09)V99 VALUE ZERO.
001360     05  WS-CUST-30              PIC 9(09)V99 VALUE ZERO.
001370     05  WS-CUST-60              PIC 9(09)V99 VALUE ZERO.
001380     05  WS-CUST-90-PLUS         PIC 9(09)V99 VALUE ZERO.
001390*----------------------------------------------------------------
001400* TOTAL ACCUMULATORS BY AGING BUCKET
001410*----------------------------------------------------------------
001420 01  WS-BUCKET-TOTALS.
001430     05  WS-TOTAL-CURRENT        PIC 9(09)V99 VALUE ZERO.
001440     05  WS-TOTAL-30             PIC 9(09)V99 VALUE ZERO.
001450     05  WS-TOTAL-60             PIC 9(09)V99 VALUE ZERO.
001460     05  WS-TOTAL-90-PLUS        PIC 9(09)V99 VALUE ZERO.
001470     05  WS-TOTAL-INACTIVE       PIC 9(09)V99 VALUE ZERO.
001480 77  WS-INACTIVE-COUNT           PIC 9(05) COMP VALUE ZERO.
001490 77  WS-ORPHAN-COUNT             PIC 9(05) COMP VALUE ZERO.
001500 77  WS-ORPHAN-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001510*----------------------------------------------------------------
001520* DATE-MATH WORK AREAS (JULIAN-STYLE WHOLE-DAY SUBTRACTION)
001530*----------------------------------------------------------------
001540 01  WS-DATE-WORK.
001550     05  WS-WORK-YEAR            PIC 9(04).
001560     05  WS-WORK-MONTH           PIC 9(02).
001570     05  WS-WORK-DAY             PIC 9(02).
001580 77  WS-TODAY-ORDINAL            PIC 9(07)   VALUE ZERO.
001590 77  WS-INVOICE-ORDINAL          PIC 9(07)   VALUE ZERO.
001600*----------------------------------------------------------------
001610* REPORT HEADINGS AND DETAIL LINES
001620*----------------------------------------------------------------
001630 01  HDG-TITLE-LINE.
001640     05  FILLER                  PIC X(01)  VALUE SPACE.
001650     05  FILLER                  PIC X(38) VALUE
001660         'ACCOUNTS RECEIVABLE AGING REPORT'.
001670     05  FILLER                  PIC X(06) VALUE 'PAGE'.
001680     05  HDG-PAGE-NO             PIC ZZ9.
001690 01  HDG-COLUMN-LINE.
001700     05  FILLER                  PIC X(01)  VALUE SPACE.
001710     05  FILLER                  PIC X(11) VALUE 'CUSTOMER ID'.
001720     05  FILLER                  PIC X(02) VALUE SPACE.
001730     05  FILLER                  PIC X(24) VALUE 'CUSTOMER NAME'.
001740     05  FILLER                  PIC X(12) VALUE 'OPEN ITEMS'.
001750     05  FILLER                  PIC X(13) VALUE 'CURRENT'.
001760     05  FILLER                  PIC X(13) VALUE '30 DAYS'.
001770     05  FILLER                  PIC X(13) VALUE '60 DAYS'.
001780     05  FILLER                  PIC X(13) VALUE '90+ DAYS'.
001790 01  DTL-LINE.
001800     05  FILLER                  PIC X(01)  VALUE SPACE.
001810     05  DTL-CUSTOMER-ID         PIC 9(10).
001820     05  FILLER                  PIC X(01)  VALUE SPACE.
001830     05  DTL-CUSTOMER-NAME       PIC X(24).
001840     05  DTL-ITEM-COUNT          PIC ZZZZ9.
001850     05  FILLER                  PIC X(03)  VALUE SPACE.
001860     05  DTL-CURRENT-AMT         PIC Z,ZZZ,ZZ9.99.
001870     05  DTL-30-AMT              PIC Z,ZZZ,ZZ9.99.
001880     05  DTL-60-AMT              PIC Z,ZZZ,ZZ9.99.
001890     05  DTL-90-AMT              PIC Z,ZZZ,ZZ9.99.
001900 01  INACT-HDG-LINE.
001910     05  FILLER                  PIC X(01)  VALUE SPACE.
001920     05  FILLER                  PIC X(50) VALUE
001930         'INACTIVE CUSTOMERS WITH AN OPEN BALANCE'.
001940 01  INACT-DTL-LINE.
001950     05  FILLER                  PIC X(01)  VALUE SPACE.
001960     05  INACT-CUSTOMER-ID       PIC 9(10).
001970     05  FILLER                  PIC X(01)  VALUE SPACE.
001980     05  INACT-CUSTOMER-NAME     PIC X(30).
001990     05  FILLER                  PIC X(02)  VALUE SPACE.
002000     05  INACT-LAST-UPDATE       PIC 9(08).
002010     05  FILLER                  PIC X(02)  VALUE SPACE.
002020     05  INACT-BALANCE           PIC Z,ZZZ,ZZ9.99.
002030 01  TOTAL-LINE-1.
002040     05  FILLER                  PIC X(01)  VALUE SPACE.
002050     05  FILLER                  PIC X(39) VALUE
002060         'TOTALS            CURRENT       30 DAYS'.
002070 01  TOTAL-DETAIL-LINE.
002080     05  FILLER                  PIC X(17)  VALUE SPACE.
002090     05  TOT-CURRENT-AMT         PIC Z,ZZZ,ZZ9.99.
002100     05  TOT-30-AMT              PIC Z,ZZZ,ZZ9.99.
002110     05  TOT-60-AMT              PIC Z,ZZZ,ZZ9.99.
002120     05  TOT-90-AMT              PIC Z,ZZZ,ZZ9.99.
002130 01  TOTAL-INACTIVE-LINE.
002140     05  FILLER                  PIC X(01)  VALUE SPACE.
002150     05  FILLER                  PIC X(36) VALUE
002160         'TOTAL INACTIVE OPEN BALANCE:'.
002170     05  TOT-INACTIVE-AMT        PIC Z,ZZZ,ZZ9.99.
002180     05  FILLER                  PIC X(10) VALUE SPACE.
002190     05  FILLER                  PIC X(12) VALUE 'ACCOUNTS: '.
002200     05  TOT-INACTIVE-CNT        PIC ZZZZ9.
002210 01  ORPHAN-TOTAL-LINE.
002220     05  FILLER                  PIC X(01)  VALUE SPACE.
002230     05  FILLER                  PIC X(40) VALUE
002240         'OPEN ITEMS FOR CUSTOMERS NOT ON MASTER:'.
002250     05  ORPHAN-AMT              PIC Z,ZZZ,ZZ9.99.
002260     05  FILLER                  PIC X(08) VALUE ' ITEMS: '.
002270     05  ORPHAN-CNT              PIC ZZZZ9.
002280 PROCEDURE DIVISION.
002290*----------------------------------------------------------------
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002330         UNTIL END-OF-FILE.
002340     PERFORM 2600-CONSUME-ORPHAN-ITEMS THRU 2600-EXIT
002350         UNTIL ITEM-END-OF-FILE.
002360     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002370     STOP RUN.
002380*----------------------------------------------------------------
002390 1000-INITIALIZE.
002400     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
002410     SORT SORT-WORK
002420         ON ASCENDING KEY SW-CUSTOMER-ID SW-INVOICE-DATE
002430         WITH DUPLICATES IN ORDER
002440         USING OPEN-ITEM-FILE
002450         GIVING SORTED-OPEN-ITEM-FILE.
002460     OPEN INPUT CUSTOMER-FILE.
002470     OPEN INPUT SORTED-OPEN-ITEM-FILE.
002480     OPEN OUTPUT REPORT-FILE.
002490     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
002500     MOVE WS-TODAY-DATE TO WS-DATE-WORK.
002510     COMPUTE WS-TODAY-ORDINAL =
002520         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
002530         + WS-WORK-DAY.
002540     PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT.
002550     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
002560     PERFORM 1200-READ-OPEN-ITEM THRU 1200-EXIT.
002570 1000-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600 1100-READ-CUSTOMER.
002610     READ CUSTOMER-FILE
002620         AT END
002630             SET END-OF-FILE TO TRUE
002640     END-READ.
002650 1100-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680 1200-READ-OPEN-ITEM.
002690     READ SORTED-OPEN-ITEM-FILE
002700         AT END
002710             SET ITEM-END-OF-FILE TO TRUE
002720             MOVE HIGH-KEY-VALUE TO WS-ITEM-KEY
002730         NOT AT END
002740             MOVE SO-CUSTOMER-ID TO WS-ITEM-KEY
002750     END-READ.
002760 1200-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002800* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
002810* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
002820* NO RECORD MEANS THE RUN DATE, AS BEFORE.
002830*----------------------------------------------------------------
002840 1900-READ-BUSINESS-DATE.
002850     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
002860     OPEN INPUT BUSINESS-DATE-FILE.
002870     IF WS-BIZ-FILE-STATUS = '00'
002880         READ BUSINESS-DATE-FILE
002890             AT END
002900                 CONTINUE
002910             NOT AT END
002920                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002930         END-READ
002940         CLOSE BUSINESS-DATE-FILE
002950     END-IF.
002960 1900-EXIT.
002970     EXIT.
002980*----------------------------------------------------------------
002990* ITEMS SORTED BELOW THE CURRENT MASTER KEY BELONG TO NO
003000* CUSTOMER ON FILE - THE SUBLEDGER IS CARRYING DEBT FOR AN
003010* ACCOUNT SOMEONE DELETED.  THEY ARE TOTALED AND CALLED OUT.
003020*----------------------------------------------------------------
003030 2000-PROCESS-RECORD.
003040     PERFORM 2600-CONSUME-ORPHAN-ITEMS THRU 2600-EXIT
003050         UNTIL WS-ITEM-KEY NOT < CUSTOMER-ID.
003060     MOVE ZERO TO WS-CUST-CURRENT.
003070     MOVE ZERO TO WS-CUST-30.
003080     MOVE ZERO TO WS-CUST-60.
003090     MOVE ZERO TO WS-CUST-90-PLUS.
003100     MOVE ZERO TO WS-CUST-ITEM-COUNT.
003110     PERFORM 2500-CONSUME-CUSTOMER-ITEM THRU 2500-EXIT
003120         UNTIL WS-ITEM-KEY NOT = CUSTOMER-ID.
003130     IF ACTIVE-CUSTOMER
003140         PERFORM 2100-PRINT-ACTIVE-RECORD THRU 2100-EXIT
003150     ELSE
003160         IF ACCOUNT-BALANCE NOT = ZERO
003170             PERFORM 2200-PRINT-INACTIVE THRU 2200-EXIT
003180         END-IF
003190     END-IF.
003200     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
003210 2000-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* A CUSTOMER WITH A BALANCE BUT NO OPEN ITEMS YET - POSTED
003250* BEFORE THE SUBLEDGER EXISTED - AGES THE WHOLE BALANCE OFF
003260* LAST-UPDATE-DATE, EXACTLY AS THIS REPORT ALWAYS DID, SO
003270* NOTHING DROPS OFF THE PAGE WHILE THE SUBLEDGER FILLS.
003280*----------------------------------------------------------------
003290 2100-PRINT-ACTIVE-RECORD.
003300     IF WS-CUST-ITEM-COUNT = ZERO
003310         AND ACCOUNT-BALANCE NOT = ZERO
003320         MOVE LAST-UPDATE-DATE TO WS-AGE-FROM-DATE
003330         PERFORM 2150-COMPUTE-DAYS-SINCE THRU 2150-EXIT
003340         EVALUATE TRUE
003350             WHEN WS-DAYS-SINCE-INVOICE < 30
003360                 ADD ACCOUNT-BALANCE TO WS-CUST-CURRENT
003370             WHEN WS-DAYS-SINCE-INVOICE < 60
003380                 ADD ACCOUNT-BALANCE TO WS-CUST-30
003390             WHEN WS-DAYS-SINCE-INVOICE < 90
003400                 ADD ACCOUNT-BALANCE TO WS-CUST-60
003410             WHEN OTHER
003420                 ADD ACCOUNT-BALANCE TO WS-CUST-90-PLUS
003430         END-EVALUATE
003440     END-IF.
003450     ADD WS-CUST-CURRENT TO WS-TOTAL-CURRENT.
003460     ADD WS-CUST-30 TO WS-TOTAL-30.
003470     ADD WS-CUST-60 TO WS-TOTAL-60.
003480     ADD WS-CUST-90-PLUS TO WS-TOTAL-90-PLUS.
003490     MOVE SPACE TO DTL-LINE.
003500     MOVE CUSTOMER-ID TO DTL-CUSTOMER-ID.
003510     MOVE CUSTOMER-NAME(1:24) TO DTL-CUSTOMER-NAME.
003520     MOVE WS-CUST-ITEM-COUNT TO DTL-ITEM-COUNT.
003530     MOVE WS-CUST-CURRENT TO DTL-CURRENT-AMT.
003540     MOVE WS-CUST-30 TO DTL-30-AMT.
003550     MOVE WS-CUST-60 TO DTL-60-AMT.
003560     MOVE WS-CUST-90-PLUS TO DTL-90-AMT.
003570     WRITE REPORT-LINE FROM DTL-LINE.
003580     ADD 1 TO WS-LINE-COUNT.
003590     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
003600         PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT
003610     END-IF.
003620 2100-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650 2150-COMPUTE-DAYS-SINCE.
003660     MOVE WS-AGE-FROM-DATE TO WS-DATE-WORK.
003670     COMPUTE WS-INVOICE-ORDINAL =
003680         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
003690         + WS-WORK-DAY.
003700     COMPUTE WS-DAYS-SINCE-INVOICE =
003710         WS-TODAY-ORDINAL - WS-INVOICE-ORDINAL.
003720     IF WS-DAYS-SINCE-INVOICE < 0
003730         MOVE ZERO TO WS-DAYS-SINCE-INVOICE
003740     END-IF.
003750 2150-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780 2200-PRINT-INACTIVE.
003790     IF WS-INACTIVE-COUNT = ZERO
003800         MOVE SPACE TO REPORT-LINE
003810         WRITE REPORT-LINE
003820         WRITE REPORT-LINE FROM INACT-HDG-LINE
003830     END-IF.
003840     MOVE SPACE TO INACT-DTL-LINE.
003850     MOVE CUSTOMER-ID TO INACT-CUSTOMER-ID.
003860     MOVE CUSTOMER-NAME(1:30) TO INACT-CUSTOMER-NAME.
003870     MOVE LAST-UPDATE-DATE TO INACT-LAST-UPDATE.
003880     MOVE ACCOUNT-BALANCE TO INACT-BALANCE.
003890     WRITE REPORT-LINE FROM INACT-DTL-LINE.
003900     ADD 1 TO WS-INACTIVE-COUNT.
003910     ADD ACCOUNT-BALANCE TO WS-TOTAL-INACTIVE.
003920 2200-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950 2400-PRINT-HEADINGS.
003960     ADD 1 TO WS-PAGE-COUNT.
003970     MOVE ZERO TO WS-LINE-COUNT.
003980     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
003990     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
004000     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
004010 2400-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* EACH OPEN ITEM OF THE CURRENT CUSTOMER BUCKETS BY ITS OWN
004050* INVOICE DATE.  AN INACTIVE CUSTOMER'S ITEMS ARE CONSUMED TO
004060* KEEP THE WALK ALIGNED; THE INACTIVE SECTION STILL REPORTS
004070* THE MASTER BALANCE, WHICH IS THE FIGURE COLLECTIONS CHASES.
004080*----------------------------------------------------------------
004090 2500-CONSUME-CUSTOMER-ITEM.
004100     IF ACTIVE-CUSTOMER
004110         MOVE SO-INVOICE-DATE TO WS-AGE-FROM-DATE
004120         PERFORM 2150-COMPUTE-DAYS-SINCE THRU 2150-EXIT
004130         EVALUATE TRUE
004140             WHEN WS-DAYS-SINCE-INVOICE < 30
004150                 ADD SO-OPEN-AMOUNT TO WS-CUST-CURRENT
004160             WHEN WS-DAYS-SINCE-INVOICE < 60
004170                 ADD SO-OPEN-AMOUNT TO WS-CUST-30
004180             WHEN WS-DAYS-SINCE-INVOICE < 90
004190                 ADD SO-OPEN-AMOUNT TO WS-CUST-60
004200             WHEN OTHER
004210                 ADD SO-OPEN-AMOUNT TO WS-CUST-90-PLUS
004220         END-EVALUATE
004230         ADD 1 TO WS-CUST-ITEM-COUNT
004240     END-IF.
004250     PERFORM 1200-READ-OPEN-ITEM THRU 1200-EXIT.
004260 2500-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290 2600-CONSUME-ORPHAN-ITEMS.
004300     ADD 1 TO WS-ORPHAN-COUNT.
004310     ADD SO-OPEN-AMOUNT TO WS-ORPHAN-AMOUNT.
004320     PERFORM 1200-READ-OPEN-ITEM THRU 1200-EXIT.
004330 2600-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360 3000-FINISH-UP.
004370     MOVE SPACE TO REPORT-LINE.
004380     WRITE REPORT-LINE.
004390     WRITE REPORT-LINE FROM TOTAL-LINE-1.
004400     MOVE WS-TOTAL-CURRENT TO TOT-CURRENT-AMT.
004410     MOVE WS-TOTAL-30 TO TOT-30-AMT.
004420     MOVE WS-TOTAL-60 TO TOT-60-AMT.
004430     MOVE WS-TOTAL-90-PLUS TO TOT-90-AMT.
004440     WRITE REPORT-LINE FROM TOTAL-DETAIL-LINE.
004450     IF WS-INACTIVE-COUNT > ZERO
004460         MOVE SPACE TO REPORT-LINE
004470         WRITE REPORT-LINE
004480         MOVE WS-TOTAL-INACTIVE TO TOT-INACTIVE-AMT
004490         MOVE WS-INACTIVE-COUNT TO TOT-INACTIVE-CNT
004500         WRITE REPORT-LINE FROM TOTAL-INACTIVE-LINE
004510     END-IF.
004520     IF WS-ORPHAN-COUNT > ZERO
004530         MOVE SPACE TO REPORT-LINE
004540         WRITE REPORT-LINE
004550         MOVE WS-ORPHAN-AMOUNT TO ORPHAN-AMT
004560         MOVE WS-ORPHAN-COUNT TO ORPHAN-CNT
004570         WRITE REPORT-LINE FROM ORPHAN-TOTAL-LINE
004580     END-IF.
004590     CLOSE CUSTOMER-FILE.
004600     CLOSE SORTED-OPEN-ITEM-FILE.
004610     CLOSE REPORT-FILE.
004620 3000-EXIT.
004630     EXIT.
