000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - BACKORDER STATUS REPORT AND
000200*                 CANCELLATION APPLY
000210* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000220*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000230*                 CLOCK.  RENUMBERED
000240* 2026-10-15 DW   BO-SALESPERSON-ID ADDED TO THE BACKORDER RECORD
000250*                 - WIDENED THE SORT, SORTED AND NEW BACKORDER
000260*                 RECORDS TO MATCH.  RENUMBERED
000270* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000280*                 ORDER
000290*----------------------------------------------------------------
000300* THIS PROGRAM GIVES EVERYONE OUTSIDE OPERATIONS A WINDOW INTO
000310* THE BACKORDER BACKLOG ORDPOST WRITES AND BACKREL WORKS.  THE
000320* BACKLOG IS SORTED INTO CUSTOMER SEQUENCE AND REPORTED GROUPED
000330* BY CUSTOMER - NAME FROM THE CUSTOMER MASTER, PRODUCT NAME
000340* FROM THE PRODUCT MASTER - WITH EACH LINE AGED IN DAYS FROM
000350* BO-DATE-REFUSED, SO SALES CAN ANSWER A WAITING CUSTOMER
000360* WITHOUT A FILE DUMP.
000370*
000380* CANCELLATION TRANSACTIONS (BOCANCL.CPY) APPLY IN THE SAME
000390* PASS - A BACKLOG LINE MATCHING A CANCELLATION'S ORDER,
000400* CUSTOMER, AND PRODUCT IS LEFT OFF THE REWRITTEN BACKLOG AND
000410* REPORTED AS CANCELLED SO CUSTOMER SERVICE CAN CONFIRM THE
000420* DROP.  EACH TRANSACTION DROPS ONE LINE; A CANCELLATION THAT
000430* MATCHED NOTHING IS LISTED AT THE END INSTEAD OF VANISHING.
000440* THE REWRITE FOLLOWS THE SAME ROLLING-BACKLOG PATTERN BACKREL
000450* USES, SO THE NEXT RELEASE RUN READS A SMALLER FILE.
000460*----------------------------------------------------------------
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT BACKORDER-FILE ASSIGN TO BORDIN
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT CANCEL-TRANS-FILE ASSIGN TO BOCNCL
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-CNCL-FILE-STATUS.
000580     SELECT SORT-WORK ASSIGN TO SRTWK01.
000590     SELECT SORTED-BACKORDER-FILE ASSIGN TO BORDSRT
000600         ORGANIZATION IS SEQUENTIAL.
000610     SELECT NEW-BACKORDER-FILE ASSIGN TO BORDOUT
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS CUSTOMER-ID.
000670     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS PRODUCT-ID.
000710     SELECT REPORT-FILE ASSIGN TO BOSTRPT
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-BIZ-FILE-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BACKORDER-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY "backord.cpy".
000820 FD  CANCEL-TRANS-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY "bocancl.cpy".
000860 SD  SORT-WORK.
000870 01  SORT-WORK-RECORD.
000880     05  SW-ORDER-NUMBER         PIC 9(08).
000890     05  SW-CUSTOMER-ID          PIC 9(10).
000900     05  SW-PRODUCT-ID           PIC 9(08).
000910     05  SW-QUANTITY             PIC 9(05).
000920     05  SW-UNIT-PRICE           PIC 9(05)V99.
000930     05  SW-DATE-REFUSED         PIC 9(08).
000940     05  SW-SALESPERSON-ID       PIC X(04).
000950 FD  SORTED-BACKORDER-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  SORTED-BACKORDER-RECORD.
000990     05  SB-ORDER-NUMBER         PIC 9(08).
001000     05  SB-CUSTOMER-ID          PIC 9(10).
001010     05  SB-PRODUCT-ID           PIC 9(08).
001020     05  SB-QUANTITY             PIC 9(05).
001030     05  SB-UNIT-PRICE           PIC 9(05)V99.
001040     05  SB-DATE-REFUSED         PIC 9(08).
001050     05  SB-SALESPERSON-ID       PIC X(04).
001060 FD  NEW-BACKORDER-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  NEW-BACKORDER-RECORD        PIC X(50).
001100 FD  CUSTOMER-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY "customer.cpy".
001140 FD  PRODUCT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY "product.cpy".
001180 FD  REPORT-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE OMITTED.
001210 01  REPORT-LINE                 PIC X(132).
001220 FD  BUSINESS-DATE-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 COPY "bizdate.cpy".
001260 WORKING-STORAGE SECTION.
001270*----------------------------------------------------------------
001280* BUSINESS DATE
001290*----------------------------------------------------------------
001300 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001310 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001320*----------------------------------------------------------------
001330* SWITCHES AND COUNTERS
001340*----------------------------------------------------------------
001350 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001360     88  END-OF-FILE                       VALUE 'Y'.
001370 77  WS-CNCL-FILE-STATUS         PIC X(02) VALUE SPACE.
001380 77  WS-FIRST-GROUP-SWITCH       PIC X(01) VALUE 'Y'.
001390     88  FIRST-GROUP                       VALUE 'Y'
001400         WHEN SET TO FALSE IS 'N'.
001410 77  WS-CUST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001420 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001430 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001440 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001450 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001460 77  WS-SAVE-CUSTOMER-ID         PIC 9(10) VALUE ZERO.
001470 77  WS-WAITING-COUNT            PIC 9(07) COMP VALUE ZERO.
001480 77  WS-WAITING-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001490 77  WS-CANCELLED-COUNT          PIC 9(07) COMP VALUE ZERO.
001500 77  WS-CUST-LINE-COUNT          PIC 9(05) COMP VALUE ZERO.
001510 77  WS-EXTENDED-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001520*----------------------------------------------------------------
001530* AGING WORK AREAS (360-DAY ORDINALS, THE HOUSE DATE MATH)
001540*----------------------------------------------------------------
001550 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001560 77  WS-TODAY-ORDINAL            PIC 9(07) VALUE ZERO.
001570 77  WS-REFUSED-ORDINAL          PIC 9(07) VALUE ZERO.
001580 77  WS-DAYS-WAITING             PIC S9(07) VALUE ZERO.
001590 01  WS-DATE-WORK.
001600     05  WS-WORK-YEAR            PIC 9(04).
001610     05  WS-WORK-MONTH           PIC 9(02).
001620     05  WS-WORK-DAY             PIC 9(02).
001630*----------------------------------------------------------------
001640* CANCELLATION TABLE - LOADED IN FULL AT START OF RUN.  EACH
001650* ENTRY IS CONSUMED BY THE ONE LINE IT DROPS, SO A CUSTOMER
001660* WHO CANCELS ONE OF TWO IDENTICAL LINES KEEPS THE OTHER.
001670*----------------------------------------------------------------
001680 77  WS-CANCEL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001690 77  WS-CANCEL-OVFL-COUNT        PIC 9(05) COMP VALUE ZERO.
001700 01  CANCEL-TABLE-AREA.
001710     05  WS-CANCEL-COUNT         PIC 9(05) COMP VALUE ZERO.
001720     05  CANCEL-TABLE-ENTRY OCCURS 1000 TIMES
001730             INDEXED BY CN-IDX.
001740         10  CN-ORDER-NUMBER         PIC 9(08).
001750         10  CN-CUSTOMER-ID          PIC 9(10).
001760         10  CN-PRODUCT-ID           PIC 9(08).
001770         10  CN-USED-FLAG            PIC X(01).
001780*----------------------------------------------------------------
001790* REPORT HEADINGS AND DETAIL LINES
001800*----------------------------------------------------------------
001810 01  HDG-TITLE-LINE.
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  FILLER                  PIC X(32) VALUE
001840         'BACKORDER STATUS REPORT'.
001850     05  FILLER                  PIC X(06) VALUE 'DATE'.
001860     05  HDG-RUN-DATE            PIC 9(08).
001870     05  FILLER                  PIC X(06) VALUE SPACE.
001880     05  FILLER                  PIC X(05) VALUE 'PAGE'.
001890     05  HDG-PAGE-NO             PIC ZZ9.
001900 01  HDG-CUSTOMER-LINE.
001910     05  FILLER                  PIC X(01) VALUE SPACE.
001920     05  FILLER                  PIC X(10) VALUE 'CUSTOMER: '.
001930     05  HDG-CUSTOMER-ID         PIC 9(10).
001940     05  FILLER                  PIC X(02) VALUE SPACE.
001950     05  HDG-CUSTOMER-NAME       PIC X(30).
001960 01  HDG-COLUMN-LINE.
001970     05  FILLER                  PIC X(01) VALUE SPACE.
001980     05  FILLER                  PIC X(08) VALUE 'ORDER'.
001990     05  FILLER                  PIC X(03) VALUE SPACE.
002000     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
002010     05  FILLER                  PIC X(02) VALUE SPACE.
002020     05  FILLER                  PIC X(25) VALUE 'PRODUCT NAME'.
002030     05  FILLER                  PIC X(08) VALUE 'QUANTITY'.
002040     05  FILLER                  PIC X(09) VALUE '  REFUSED'.
002050     05  FILLER                  PIC X(10) VALUE '  DAYS WTG'.
002060     05  FILLER                  PIC X(02) VALUE SPACE.
002070     05  FILLER                  PIC X(22) VALUE 'DISPOSITION'.
002080 01  DTL-LINE.
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  DTL-ORDER-NUMBER        PIC 9(08).
002110     05  FILLER                  PIC X(03) VALUE SPACE.
002120     05  DTL-PRODUCT-ID          PIC 9(08).
002130     05  FILLER                  PIC X(04) VALUE SPACE.
002140     05  DTL-PRODUCT-NAME        PIC X(25).
002150     05  DTL-QUANTITY            PIC ZZ,ZZ9.
002160     05  FILLER                  PIC X(02) VALUE SPACE.
002170     05  DTL-DATE-REFUSED        PIC 9(08).
002180     05  FILLER                  PIC X(02) VALUE SPACE.
002190     05  DTL-DAYS-WAITING        PIC ZZZ,ZZ9.
002200     05  FILLER                  PIC X(02) VALUE SPACE.
002210     05  DTL-DISPOSITION         PIC X(22).
002220 01  CUST-TOTAL-LINE.
002230     05  FILLER                  PIC X(03) VALUE SPACE.
002240     05  FILLER                  PIC X(26) VALUE
002250         'LINES WAITING FOR CUSTOMER'.
002260     05  FILLER                  PIC X(02) VALUE ': '.
002270     05  CUST-TOTAL-COUNT        PIC ZZZZ9.
002280 01  TOTAL-LINE.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  TOT-TEXT                PIC X(38).
002310     05  TOT-COUNT               PIC ZZZZZZ9.
002320     05  FILLER                  PIC X(02) VALUE SPACE.
002330     05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002340 01  UNMATCHED-HDG-LINE.
002350     05  FILLER                  PIC X(01) VALUE SPACE.
002360     05  FILLER                  PIC X(50) VALUE
002370         'CANCELLATIONS MATCHING NO BACKLOG LINE'.
002380 01  CNCL-OVFL-LINE.
002390     05  FILLER                  PIC X(01) VALUE SPACE.
002400     05  CNCL-OVFL-COUNT         PIC ZZZZ9.
002410     05  FILLER                  PIC X(52) VALUE
002420         ' CANCELLATIONS NOT APPLIED - TABLE FULL, RERUN THEM'.
002430 01  UNMATCHED-DTL-LINE.
002440     05  FILLER                  PIC X(03) VALUE SPACE.
002450     05  UNM-ORDER-NUMBER        PIC 9(08).
002460     05  FILLER                  PIC X(02) VALUE SPACE.
002470     05  UNM-CUSTOMER-ID         PIC 9(10).
002480     05  FILLER                  PIC X(02) VALUE SPACE.
002490     05  UNM-PRODUCT-ID          PIC 9(08).
002500 PROCEDURE DIVISION.
002510*----------------------------------------------------------------
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     PERFORM 2000-PROCESS-BACKORDER THRU 2000-EXIT
002550         UNTIL END-OF-FILE.
002560     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002570     STOP RUN.
002580*----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
002610     OPEN OUTPUT REPORT-FILE.
002620     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
002630     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
002640     MOVE WS-TODAY-DATE TO WS-DATE-WORK.
002650     COMPUTE WS-TODAY-ORDINAL =
002660         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
002670         + WS-WORK-DAY.
002680     PERFORM 1100-LOAD-CANCELLATIONS THRU 1100-EXIT.
002690     SORT SORT-WORK
002700         ON ASCENDING KEY SW-CUSTOMER-ID SW-DATE-REFUSED
002710             SW-ORDER-NUMBER
002720         WITH DUPLICATES IN ORDER
002730         USING BACKORDER-FILE
002740         GIVING SORTED-BACKORDER-FILE.
002750     OPEN INPUT SORTED-BACKORDER-FILE.
002760     OPEN OUTPUT NEW-BACKORDER-FILE.
002770     OPEN INPUT CUSTOMER-FILE.
002780     OPEN INPUT PRODUCT-FILE.
002790     PERFORM 1300-READ-BACKORDER THRU 1300-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830* A MISSING OR EMPTY CANCELLATION FILE JUST MEANS A PURE
002840* STATUS RUN - NOTHING DROPS.
002850*----------------------------------------------------------------
002860 1100-LOAD-CANCELLATIONS.
002870     OPEN INPUT CANCEL-TRANS-FILE.
002880     IF WS-CNCL-FILE-STATUS NOT = '00'
002890         GO TO 1100-EXIT
002900     END-IF.
002910     READ CANCEL-TRANS-FILE
002920         AT END
002930             SET END-OF-FILE TO TRUE
002940     END-READ.
002950     PERFORM 1110-LOAD-ONE-CANCEL THRU 1110-EXIT
002960         UNTIL END-OF-FILE.
002970     CLOSE CANCEL-TRANS-FILE.
002980     SET WS-EOF-SWITCH TO 'N'.
002990 1100-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020 1110-LOAD-ONE-CANCEL.
003030     IF WS-CANCEL-COUNT < 1000
003040         ADD 1 TO WS-CANCEL-COUNT
003050         SET CN-IDX TO WS-CANCEL-COUNT
003060         MOVE BC-ORDER-NUMBER TO CN-ORDER-NUMBER (CN-IDX)
003070         MOVE BC-CUSTOMER-ID TO CN-CUSTOMER-ID (CN-IDX)
003080         MOVE BC-PRODUCT-ID TO CN-PRODUCT-ID (CN-IDX)
003090         MOVE 'N' TO CN-USED-FLAG (CN-IDX)
003100     ELSE
003110         ADD 1 TO WS-CANCEL-OVFL-COUNT
003120     END-IF.
003130     READ CANCEL-TRANS-FILE
003140         AT END
003150             SET END-OF-FILE TO TRUE
003160     END-READ.
003170 1110-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200 1300-READ-BACKORDER.
003210     READ SORTED-BACKORDER-FILE
003220         AT END
003230             SET END-OF-FILE TO TRUE
003240     END-READ.
003250 1300-EXIT.
003260     EXIT.
003270*----------------------------------------------------------------
003280* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
003290* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
003300* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
003310* NO RECORD MEANS THE RUN DATE, AS BEFORE.
003320*----------------------------------------------------------------
003330 1900-READ-BUSINESS-DATE.
003340     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
003350     OPEN INPUT BUSINESS-DATE-FILE.
003360     IF WS-BIZ-FILE-STATUS = '00'
003370         READ BUSINESS-DATE-FILE
003380             AT END
003390                 CONTINUE
003400             NOT AT END
003410                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
003420         END-READ
003430         CLOSE BUSINESS-DATE-FILE
003440     END-IF.
003450 1900-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480 2000-PROCESS-BACKORDER.
003490     PERFORM 2100-CUSTOMER-CHECK THRU 2100-EXIT.
003500     PERFORM 2200-MATCH-CANCELLATION THRU 2200-EXIT.
003510     IF WS-CANCEL-FOUND-SWITCH = 'Y'
003520         PERFORM 2350-DROP-LINE THRU 2350-EXIT
003530     ELSE
003540         PERFORM 2500-KEEP-LINE THRU 2500-EXIT
003550     END-IF.
003560     PERFORM 1300-READ-BACKORDER THRU 1300-EXIT.
003570 2000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600 2100-CUSTOMER-CHECK.
003610     IF FIRST-GROUP
003620         PERFORM 2110-CUSTOMER-BREAK THRU 2110-EXIT
003630     ELSE
003640         IF SB-CUSTOMER-ID NOT = WS-SAVE-CUSTOMER-ID
003650             PERFORM 2150-CUSTOMER-TOTAL THRU 2150-EXIT
003660             PERFORM 2110-CUSTOMER-BREAK THRU 2110-EXIT
003670         END-IF
003680     END-IF.
003690 2100-EXIT.
003700     EXIT.
003710*----------------------------------------------------------------
003720 2110-CUSTOMER-BREAK.
003730     MOVE SB-CUSTOMER-ID TO WS-SAVE-CUSTOMER-ID.
003740     MOVE ZERO TO WS-CUST-LINE-COUNT.
003750     SET FIRST-GROUP TO FALSE.
003760     PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT.
003770 2110-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800 2150-CUSTOMER-TOTAL.
003810     MOVE WS-CUST-LINE-COUNT TO CUST-TOTAL-COUNT.
003820     WRITE REPORT-LINE FROM CUST-TOTAL-LINE.
003830     MOVE SPACE TO REPORT-LINE.
003840     WRITE REPORT-LINE.
003850 2150-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880* ONE CANCELLATION DROPS ONE LINE - THE ENTRY IS CONSUMED SO A
003890* SECOND IDENTICAL BACKLOG LINE STAYS UNLESS IT WAS CANCELLED
003900* TOO.
003910*----------------------------------------------------------------
003920 2200-MATCH-CANCELLATION.
003930     MOVE 'N' TO WS-CANCEL-FOUND-SWITCH.
003940     IF WS-CANCEL-COUNT = ZERO
003950         GO TO 2200-EXIT
003960     END-IF.
003970     SET CN-IDX TO 1.
003980     SEARCH CANCEL-TABLE-ENTRY
003990         AT END
004000             CONTINUE
004010         WHEN CN-IDX > WS-CANCEL-COUNT
004020             CONTINUE
004030         WHEN CN-ORDER-NUMBER (CN-IDX) = SB-ORDER-NUMBER
004040             AND CN-CUSTOMER-ID (CN-IDX) = SB-CUSTOMER-ID
004050             AND CN-PRODUCT-ID (CN-IDX) = SB-PRODUCT-ID
004060             AND CN-USED-FLAG (CN-IDX) = 'N'
004070             MOVE 'Y' TO CN-USED-FLAG (CN-IDX)
004080             MOVE 'Y' TO WS-CANCEL-FOUND-SWITCH
004090     END-SEARCH.
004100 2200-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130 2350-DROP-LINE.
004140     MOVE 'CANCELLED - DROPPED' TO DTL-DISPOSITION.
004150     ADD 1 TO WS-CANCELLED-COUNT.
004160     PERFORM 2600-PRINT-DETAIL THRU 2600-EXIT.
004170 2350-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200 2500-KEEP-LINE.
004210     WRITE NEW-BACKORDER-RECORD FROM SORTED-BACKORDER-RECORD.
004220     MOVE 'WAITING FOR STOCK' TO DTL-DISPOSITION.
004230     ADD 1 TO WS-WAITING-COUNT.
004240     ADD 1 TO WS-CUST-LINE-COUNT.
004250     COMPUTE WS-EXTENDED-AMOUNT ROUNDED =
004260         SB-QUANTITY * SB-UNIT-PRICE.
004270     ADD WS-EXTENDED-AMOUNT TO WS-WAITING-AMOUNT.
004280     PERFORM 2600-PRINT-DETAIL THRU 2600-EXIT.
004290 2500-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 2600-PRINT-DETAIL.
004330     MOVE SB-DATE-REFUSED TO WS-DATE-WORK.
004340     COMPUTE WS-REFUSED-ORDINAL =
004350         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
004360         + WS-WORK-DAY.
004370     COMPUTE WS-DAYS-WAITING =
004380         WS-TODAY-ORDINAL - WS-REFUSED-ORDINAL.
004390     IF WS-DAYS-WAITING < 0
004400         MOVE ZERO TO WS-DAYS-WAITING
004410     END-IF.
004420     MOVE SB-ORDER-NUMBER TO DTL-ORDER-NUMBER.
004430     MOVE SB-PRODUCT-ID TO DTL-PRODUCT-ID.
004440     PERFORM 2700-FIND-PRODUCT-NAME THRU 2700-EXIT.
004450     MOVE SB-QUANTITY TO DTL-QUANTITY.
004460     MOVE SB-DATE-REFUSED TO DTL-DATE-REFUSED.
004470     MOVE WS-DAYS-WAITING TO DTL-DAYS-WAITING.
004480     WRITE REPORT-LINE FROM DTL-LINE.
004490     ADD 1 TO WS-LINE-COUNT.
004500     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
004510         PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT
004520     END-IF.
004530 2600-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560 2700-FIND-PRODUCT-NAME.
004570     SET WS-PROD-FOUND-SWITCH TO 'N'.
004580     MOVE SB-PRODUCT-ID TO PRODUCT-ID.
004590     READ PRODUCT-FILE
004600         INVALID KEY
004610             CONTINUE
004620         NOT INVALID KEY
004630             SET WS-PROD-FOUND-SWITCH TO 'Y'
004640     END-READ.
004650     IF WS-PROD-FOUND-SWITCH = 'Y'
004660         MOVE PRODUCT-NAME (1:25) TO DTL-PRODUCT-NAME
004670     ELSE
004680         MOVE 'PRODUCT NOT ON MASTER' TO DTL-PRODUCT-NAME
004690     END-IF.
004700 2700-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730 2400-PRINT-HEADINGS.
004740     ADD 1 TO WS-PAGE-COUNT.
004750     MOVE ZERO TO WS-LINE-COUNT.
004760     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
004770     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
004780     MOVE WS-SAVE-CUSTOMER-ID TO HDG-CUSTOMER-ID.
004790     PERFORM 2450-FIND-CUSTOMER-NAME THRU 2450-EXIT.
004800     WRITE REPORT-LINE FROM HDG-CUSTOMER-LINE.
004810     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
004820 2400-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850 2450-FIND-CUSTOMER-NAME.
004860     SET WS-CUST-FOUND-SWITCH TO 'N'.
004870     MOVE WS-SAVE-CUSTOMER-ID TO CUSTOMER-ID.
004880     READ CUSTOMER-FILE
004890         INVALID KEY
004900             CONTINUE
004910         NOT INVALID KEY
004920             SET WS-CUST-FOUND-SWITCH TO 'Y'
004930     END-READ.
004940     IF WS-CUST-FOUND-SWITCH = 'Y'
004950         MOVE CUSTOMER-NAME TO HDG-CUSTOMER-NAME
004960     ELSE
004970         MOVE 'CUSTOMER NOT ON MASTER' TO HDG-CUSTOMER-NAME
004980     END-IF.
004990 2450-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020 3000-FINISH-UP.
005030     IF NOT FIRST-GROUP
005040         PERFORM 2150-CUSTOMER-TOTAL THRU 2150-EXIT
005050     END-IF.
005060     MOVE 'LINES STILL WAITING - COUNT / VALUE:' TO TOT-TEXT.
005070     MOVE WS-WAITING-COUNT TO TOT-COUNT.
005080     MOVE WS-WAITING-AMOUNT TO TOT-AMOUNT.
005090     WRITE REPORT-LINE FROM TOTAL-LINE.
005100     MOVE 'LINES CANCELLED AND DROPPED:' TO TOT-TEXT.
005110     MOVE WS-CANCELLED-COUNT TO TOT-COUNT.
005120     MOVE ZERO TO TOT-AMOUNT.
005130     WRITE REPORT-LINE FROM TOTAL-LINE.
005140     PERFORM 3100-REPORT-UNMATCHED THRU 3100-EXIT.
005150     IF WS-CANCEL-OVFL-COUNT > ZERO
005160         MOVE WS-CANCEL-OVFL-COUNT TO CNCL-OVFL-COUNT
005170         WRITE REPORT-LINE FROM CNCL-OVFL-LINE
005180     END-IF.
005190     CLOSE SORTED-BACKORDER-FILE.
005200     CLOSE NEW-BACKORDER-FILE.
005210     CLOSE CUSTOMER-FILE.
005220     CLOSE PRODUCT-FILE.
005230     CLOSE REPORT-FILE.
005240 3000-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270* A CANCELLATION NOBODY MATCHED IS PROBABLY A KEYING ERROR OR
005280* A LINE BACKREL ALREADY RELEASED - EITHER WAY SERVICE NEEDS
005290* TO KNOW THE CUSTOMER MAY STILL BE BILLED.
005300*----------------------------------------------------------------
005310 3100-REPORT-UNMATCHED.
005320     MOVE ZERO TO WS-CUST-LINE-COUNT.
005330     SET CN-IDX TO 1.
005340     PERFORM 3110-CHECK-ONE-CANCEL THRU 3110-EXIT
005350         WS-CANCEL-COUNT TIMES.
005360 3100-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390 3110-CHECK-ONE-CANCEL.
005400     IF CN-USED-FLAG (CN-IDX) = 'N'
005410         IF WS-CUST-LINE-COUNT = ZERO
005420             MOVE SPACE TO REPORT-LINE
005430             WRITE REPORT-LINE
005440             WRITE REPORT-LINE FROM UNMATCHED-HDG-LINE
005450         END-IF
005460         ADD 1 TO WS-CUST-LINE-COUNT
005470         MOVE CN-ORDER-NUMBER (CN-IDX) TO UNM-ORDER-NUMBER
005480         MOVE CN-CUSTOMER-ID (CN-IDX) TO UNM-CUSTOMER-ID
005490         MOVE CN-PRODUCT-ID (CN-IDX) TO UNM-PRODUCT-ID
005500         WRITE REPORT-LINE FROM UNMATCHED-DTL-LINE
005510     END-IF.
005520     SET CN-IDX UP BY 1.
005530 3110-EXIT.
005540     EXIT.
