000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-08-21 DW   INITIAL VERSION - HELD ORDER CREDIT REVIEW
000200* 2026-08-21 DW   CUSTOMER MASTER IS NOW INDEXED - THE LOADED
000210*                 CREDIT TABLE IS GONE; EACH HELD ORDER READS
000220*                 ITS CUSTOMER DIRECTLY BY KEY
000230* 2026-08-21 DW   GUARDED THE DECISION-TABLE LOAD - A DECISION
000240*                 FILE PAST 2000 ENTRIES NOW STOPS THE RUN WITH
000250*                 A MESSAGE INSTEAD OF LOADING PAST THE TABLE
000260* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000270*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000280*                 CLOCK.  RENUMBERED
000290* 2026-10-15 DW   SALESPERSON - A HELD LINE NOW CARRIES THE ORDER
000300*                 HEADER'S SALESPERSON OVERRIDE, AND A RELEASED
000310*                 ORDER'S HEADER PUTS IT BACK SO ORDPOST CREDITS
000320*                 THE SAME REP.  WIDENED THE SORT, SORTED AND NEW
000330*                 HELD RECORDS TO MATCH.  RENUMBERED
000340* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000350*                 ORDER
000360*----------------------------------------------------------------
000370* THIS PROGRAM WORKS THE HELD-ORDER FILE WRITTEN BY ORDPOST
000380* (HELDORD.CPY) AGAINST A BATCH DECISION FILE FROM CREDIT.  THE
000390* BACKLOG IS SORTED BY ORDER NUMBER AND EACH HELD ORDER IS
000400* LISTED WITH THE CUSTOMER'S CURRENT ACCOUNT-BALANCE AND
000410* CREDIT-LIMIT, THE AMOUNT HELD, AND ITS DISPOSITION:
000420*
000430*   R - RELEASED.  THE ORDER IS REWRITTEN AS AN ORDER
000440*       TRANSACTION (ORDER.CPY) CARRYING THE CREDIT OVERRIDE
000450*       FLAG AND FED BACK THROUGH THE NEXT ORDPOST RUN, WHICH
000460*       POSTS IT WITHOUT REPEATING THE CREDIT CHECK.
000470*   C - CANCELLED.  THE ORDER IS DROPPED FROM THE BACKLOG AND
000480*       ONLY REPORTED.
000490*   (NO DECISION) - THE ORDER STAYS ON THE HELD FILE FOR THE
000500*       NEXT REVIEW.
000510*----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT HELD-ORDER-FILE ASSIGN TO HELDIN
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT SORT-WORK ASSIGN TO SRTWK01.
000610     SELECT SORTED-HELD-FILE ASSIGN TO HELDSRT
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT NEW-HELD-FILE ASSIGN TO HELDOUT
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT DECISION-FILE ASSIGN TO CREDDEC
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CUSTOMER-ID.
000710     SELECT RELEASE-ORDER-FILE ASSIGN TO RELOUT
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT REPORT-FILE ASSIGN TO CREDRPT
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-BIZ-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  HELD-ORDER-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY "heldord.cpy".
000840 SD  SORT-WORK.
000850 01  SORT-WORK-RECORD.
000860     05  SW-ORDER-NUMBER         PIC 9(08).
000870     05  SW-CUSTOMER-ID          PIC 9(10).
000880     05  SW-ORDER-DATE           PIC 9(08).
000890     05  SW-PRODUCT-ID           PIC 9(08).
000900     05  SW-QUANTITY             PIC 9(05).
000910     05  SW-UNIT-PRICE           PIC 9(05)V99.
000920     05  SW-HELD-DATE            PIC 9(08).
000930     05  SW-SALESPERSON-ID       PIC X(04).
000940 FD  SORTED-HELD-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  SORTED-HELD-RECORD.
000980     05  SH-ORDER-NUMBER         PIC 9(08).
000990     05  SH-CUSTOMER-ID          PIC 9(10).
001000     05  SH-ORDER-DATE           PIC 9(08).
001010     05  SH-PRODUCT-ID           PIC 9(08).
001020     05  SH-QUANTITY             PIC 9(05).
001030     05  SH-UNIT-PRICE           PIC 9(05)V99.
001040     05  SH-HELD-DATE            PIC 9(08).
001050     05  SH-SALESPERSON-ID       PIC X(04).
001060 FD  NEW-HELD-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  NEW-HELD-RECORD             PIC X(58).
001100 FD  DECISION-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  CREDIT-DECISION-RECORD.
001140     05  CD-ORDER-NUMBER         PIC 9(08).
001150     05  CD-ACTION               PIC X(01).
001160         88  CD-RELEASE-ORDER        VALUE 'R'.
001170         88  CD-CANCEL-ORDER         VALUE 'C'.
001180 FD  CUSTOMER-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 COPY "customer.cpy".
001220 FD  RELEASE-ORDER-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 COPY "order.cpy".
001260 FD  REPORT-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE OMITTED.
001290 01  REPORT-LINE                 PIC X(132).
001300 FD  BUSINESS-DATE-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 COPY "bizdate.cpy".
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------
001360* BUSINESS DATE
001370*----------------------------------------------------------------
001380 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001390 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001400*----------------------------------------------------------------
001410* SWITCHES AND CURRENT-ORDER STATE
001420*----------------------------------------------------------------
001430 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001440     88  END-OF-FILE                       VALUE 'Y'.
001450 77  WS-HELD-EOF-SWITCH          PIC X(01) VALUE 'N'.
001460     88  HELD-END-OF-FILE                  VALUE 'Y'.
001470 77  WS-DECISION-OVFL-SWITCH     PIC X(01) VALUE 'N'.
001480     88  DECISION-OVERFLOW                 VALUE 'Y'.
001490 77  WS-FIRST-ORDER-SWITCH       PIC X(01) VALUE 'Y'.
001500     88  FIRST-ORDER                       VALUE 'Y'
001510         WHEN SET TO FALSE IS 'N'.
001520 77  WS-CUST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001530 77  WS-CURRENT-ORDER-NUMBER     PIC 9(08) VALUE ZERO.
001540 77  WS-CURRENT-CUSTOMER-ID      PIC 9(10) VALUE ZERO.
001550 77  WS-CURRENT-ACTION           PIC X(01) VALUE SPACE.
001560     88  CURRENT-ORDER-RELEASED            VALUE 'R'.
001570     88  CURRENT-ORDER-CANCELLED           VALUE 'C'.
001580 77  WS-CUST-NAME                PIC X(30) VALUE SPACE.
001590 77  WS-CUST-BALANCE             PIC 9(07)V99 VALUE ZERO.
001600 77  WS-CUST-LIMIT               PIC 9(07)V99 VALUE ZERO.
001610 77  WS-ORDER-AMOUNT             PIC 9(09)V99 VALUE ZERO.
001620 77  WS-LINE-AMOUNT              PIC 9(09)V99 VALUE ZERO.
001630*----------------------------------------------------------------
001640* COUNTERS
001650*----------------------------------------------------------------
001660 77  WS-RELEASED-COUNT           PIC 9(05) COMP VALUE ZERO.
001670 77  WS-CANCELLED-COUNT          PIC 9(05) COMP VALUE ZERO.
001680 77  WS-STILL-HELD-COUNT         PIC 9(05) COMP VALUE ZERO.
001690*----------------------------------------------------------------
001700* CREDIT DECISION TABLE - LOADED IN FULL FROM DECISION-FILE
001710*----------------------------------------------------------------
001720 01  DECISION-TABLE-AREA.
001730     05  WS-DECISION-COUNT       PIC 9(05) COMP VALUE ZERO.
001740     05  DECISION-TABLE-ENTRY OCCURS 2000 TIMES
001750             INDEXED BY DC-IDX.
001760         10  DC-ORDER-NUMBER         PIC 9(08).
001770         10  DC-ACTION               PIC X(01).
001780*----------------------------------------------------------------
001790* REPORT HEADINGS AND DETAIL LINES
001800*----------------------------------------------------------------
001810 01  HDG-TITLE-LINE.
001820     05  FILLER                  PIC X(01) VALUE SPACE.
001830     05  FILLER                  PIC X(30) VALUE
001840         'HELD ORDER CREDIT REVIEW'.
001850     05  FILLER                  PIC X(06) VALUE 'DATE'.
001860     05  HDG-RUN-DATE            PIC 9(08).
001870 01  HDG-COLUMN-LINE.
001880     05  FILLER                  PIC X(01) VALUE SPACE.
001890     05  FILLER                  PIC X(08) VALUE 'ORDER'.
001900     05  FILLER                  PIC X(03) VALUE SPACE.
001910     05  FILLER                  PIC X(11) VALUE 'CUSTOMER ID'.
001920     05  FILLER                  PIC X(02) VALUE SPACE.
001930     05  FILLER                  PIC X(22) VALUE 'CUSTOMER NAME'.
001940     05  FILLER                  PIC X(13) VALUE 'BALANCE'.
001950     05  FILLER                  PIC X(13) VALUE 'CREDIT LIMIT'.
001960     05  FILLER                  PIC X(13) VALUE 'AMOUNT HELD'.
001970     05  FILLER                  PIC X(12) VALUE 'DISPOSITION'.
001980 01  DTL-LINE.
001990     05  FILLER                  PIC X(01) VALUE SPACE.
002000     05  DTL-ORDER-NUMBER        PIC 9(08).
002010     05  FILLER                  PIC X(03) VALUE SPACE.
002020     05  DTL-CUSTOMER-ID         PIC 9(10).
002030     05  FILLER                  PIC X(03) VALUE SPACE.
002040     05  DTL-CUSTOMER-NAME       PIC X(20).
002050     05  FILLER                  PIC X(02) VALUE SPACE.
002060     05  DTL-BALANCE             PIC Z,ZZZ,ZZ9.99.
002070     05  FILLER                  PIC X(01) VALUE SPACE.
002080     05  DTL-CREDIT-LIMIT        PIC Z,ZZZ,ZZ9.99.
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002100     05  DTL-ORDER-AMOUNT        PIC Z,ZZZ,ZZ9.99.
002110     05  FILLER                  PIC X(02) VALUE SPACE.
002120     05  DTL-DISPOSITION         PIC X(20).
002130 01  TOTAL-LINE.
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  TOT-TEXT                PIC X(30).
002160     05  TOT-COUNT               PIC ZZZZ9.
002170 01  OVFL-LINE.
002180     05  FILLER                  PIC X(01) VALUE SPACE.
002190     05  FILLER                  PIC X(52) VALUE
002200         'DECISION FILE EXCEEDS 2000 ENTRIES - RUN STOPPED'.
002210 PROCEDURE DIVISION.
002220*----------------------------------------------------------------
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002250     IF DECISION-OVERFLOW
002260         PERFORM 3900-DECISION-OVERFLOW-STOP THRU 3900-EXIT
002270         STOP RUN
002280     END-IF.
002290     PERFORM 2000-PROCESS-HELD-LINE THRU 2000-EXIT
002300         UNTIL HELD-END-OF-FILE.
002310     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002320     STOP RUN.
002330*----------------------------------------------------------------
002340* THE DECISION FILE IS LOADED AND CHECKED BEFORE THE HELD
002350* BACKLOG IS SORTED OR ANY OUTPUT FILE IS OPENED, SO A REFUSED
002360* RUN LEAVES THE BACKLOG AND THE RELEASE FEED UNTOUCHED.
002370*----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
002400     OPEN OUTPUT REPORT-FILE.
002410     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
002420     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
002430     PERFORM 1300-LOAD-DECISIONS THRU 1300-EXIT.
002440     IF DECISION-OVERFLOW
002450         GO TO 1000-EXIT
002460     END-IF.
002470     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
002480     SORT SORT-WORK
002490         ON ASCENDING KEY SW-ORDER-NUMBER
002500         WITH DUPLICATES IN ORDER
002510         USING HELD-ORDER-FILE
002520         GIVING SORTED-HELD-FILE.
002530     OPEN INPUT SORTED-HELD-FILE.
002540     OPEN OUTPUT NEW-HELD-FILE.
002550     OPEN OUTPUT RELEASE-ORDER-FILE.
002560     OPEN INPUT CUSTOMER-FILE.
002570     PERFORM 1100-READ-HELD THRU 1100-EXIT.
002580 1000-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610 1100-READ-HELD.
002620     READ SORTED-HELD-FILE
002630         AT END
002640             SET HELD-END-OF-FILE TO TRUE
002650     END-READ.
002660 1100-EXIT.
002670     EXIT.
002680*----------------------------------------------------------------
002690 1300-LOAD-DECISIONS.
002700     OPEN INPUT DECISION-FILE.
002710     SET WS-EOF-SWITCH TO 'N'.
002720     READ DECISION-FILE
002730         AT END
002740             SET END-OF-FILE TO TRUE
002750     END-READ.
002760     PERFORM 1310-LOAD-DECISION-ENTRY THRU 1310-EXIT
002770         UNTIL END-OF-FILE.
002780     CLOSE DECISION-FILE.
002790 1300-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820 1310-LOAD-DECISION-ENTRY.
002830     IF WS-DECISION-COUNT < 2000
002840         ADD 1 TO WS-DECISION-COUNT
002850         SET DC-IDX TO WS-DECISION-COUNT
002860         MOVE CD-ORDER-NUMBER TO DC-ORDER-NUMBER (DC-IDX)
002870         MOVE CD-ACTION TO DC-ACTION (DC-IDX)
002880     ELSE
002890         SET DECISION-OVERFLOW TO TRUE
002900     END-IF.
002910     READ DECISION-FILE
002920         AT END
002930             SET END-OF-FILE TO TRUE
002940     END-READ.
002950 1310-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002990* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
003000* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
003010* NO RECORD MEANS THE RUN DATE, AS BEFORE.
003020*----------------------------------------------------------------
003030 1900-READ-BUSINESS-DATE.
003040     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
003050     OPEN INPUT BUSINESS-DATE-FILE.
003060     IF WS-BIZ-FILE-STATUS = '00'
003070         READ BUSINESS-DATE-FILE
003080             AT END
003090                 CONTINUE
003100             NOT AT END
003110                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
003120         END-READ
003130         CLOSE BUSINESS-DATE-FILE
003140     END-IF.
003150 1900-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180 2000-PROCESS-HELD-LINE.
003190     IF FIRST-ORDER
003200         OR SH-ORDER-NUMBER NOT = WS-CURRENT-ORDER-NUMBER
003210         IF NOT FIRST-ORDER
003220             PERFORM 2500-END-ORDER THRU 2500-EXIT
003230         END-IF
003240         PERFORM 2100-START-ORDER THRU 2100-EXIT
003250     END-IF.
003260     PERFORM 2200-DISPOSE-LINE THRU 2200-EXIT.
003270     PERFORM 1100-READ-HELD THRU 1100-EXIT.
003280 2000-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310 2100-START-ORDER.
003320     SET FIRST-ORDER TO FALSE.
003330     MOVE SH-ORDER-NUMBER TO WS-CURRENT-ORDER-NUMBER.
003340     MOVE SH-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID.
003350     MOVE ZERO TO WS-ORDER-AMOUNT.
003360     MOVE SPACE TO WS-CURRENT-ACTION.
003370     SET DC-IDX TO 1.
003380     IF WS-DECISION-COUNT > ZERO
003390         SEARCH DECISION-TABLE-ENTRY
003400             AT END
003410                 CONTINUE
003420             WHEN DC-IDX > WS-DECISION-COUNT
003430                 CONTINUE
003440             WHEN DC-ORDER-NUMBER (DC-IDX) = SH-ORDER-NUMBER
003450                 MOVE DC-ACTION (DC-IDX) TO WS-CURRENT-ACTION
003460         END-SEARCH
003470     END-IF.
003480     SET WS-CUST-FOUND-SWITCH TO 'N'.
003490     MOVE SH-CUSTOMER-ID TO CUSTOMER-ID.
003500     READ CUSTOMER-FILE
003510         INVALID KEY
003520             CONTINUE
003530         NOT INVALID KEY
003540             SET WS-CUST-FOUND-SWITCH TO 'Y'
003550             MOVE CUSTOMER-NAME TO WS-CUST-NAME
003560             MOVE ACCOUNT-BALANCE TO WS-CUST-BALANCE
003570             MOVE CREDIT-LIMIT TO WS-CUST-LIMIT
003580     END-READ.
003590     IF CURRENT-ORDER-RELEASED
003600         PERFORM 2150-WRITE-RELEASE-HEADER THRU 2150-EXIT
003610     END-IF.
003620 2100-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650 2150-WRITE-RELEASE-HEADER.
003660     MOVE SPACE TO ORDER-TRANSACTION.
003670     SET OT-HEADER-RECORD TO TRUE.
003680     MOVE SH-ORDER-NUMBER TO OT-ORDER-NUMBER.
003690     MOVE SH-CUSTOMER-ID TO OT-CUSTOMER-ID.
003700     MOVE SH-ORDER-DATE TO OT-ORDER-DATE.
003710     MOVE SH-SALESPERSON-ID TO OT-SALESPERSON-ID.
003720     SET OT-CREDIT-APPROVED TO TRUE.
003730     WRITE ORDER-TRANSACTION.
003740 2150-EXIT.
003750     EXIT.
003760*----------------------------------------------------------------
003770 2200-DISPOSE-LINE.
003780     COMPUTE WS-LINE-AMOUNT ROUNDED =
003790         SH-QUANTITY * SH-UNIT-PRICE.
003800     ADD WS-LINE-AMOUNT TO WS-ORDER-AMOUNT.
003810     EVALUATE TRUE
003820         WHEN CURRENT-ORDER-RELEASED
003830             MOVE SPACE TO ORDER-TRANSACTION
003840             SET OT-LINE-RECORD TO TRUE
003850             MOVE SH-ORDER-NUMBER TO OT-ORDER-NUMBER
003860             MOVE SH-PRODUCT-ID TO OT-PRODUCT-ID
003870             MOVE SH-QUANTITY TO OT-QUANTITY-ORDERED
003880             MOVE SH-UNIT-PRICE TO OT-LINE-UNIT-PRICE
003890             WRITE ORDER-TRANSACTION
003900         WHEN CURRENT-ORDER-CANCELLED
003910             CONTINUE
003920         WHEN OTHER
003930             WRITE NEW-HELD-RECORD FROM SORTED-HELD-RECORD
003940     END-EVALUATE.
003950 2200-EXIT.
003960     EXIT.
003970*----------------------------------------------------------------
003980 2500-END-ORDER.
003990     MOVE SPACE TO DTL-LINE.
004000     MOVE WS-CURRENT-ORDER-NUMBER TO DTL-ORDER-NUMBER.
004010     MOVE WS-CURRENT-CUSTOMER-ID TO DTL-CUSTOMER-ID.
004020     IF WS-CUST-FOUND-SWITCH = 'Y'
004030         MOVE WS-CUST-NAME (1:20) TO DTL-CUSTOMER-NAME
004040         MOVE WS-CUST-BALANCE TO DTL-BALANCE
004050         MOVE WS-CUST-LIMIT TO DTL-CREDIT-LIMIT
004060     ELSE
004070         MOVE 'CUSTOMER NOT ON FILE' TO DTL-CUSTOMER-NAME
004080         MOVE ZERO TO DTL-BALANCE
004090         MOVE ZERO TO DTL-CREDIT-LIMIT
004100     END-IF.
004110     MOVE WS-ORDER-AMOUNT TO DTL-ORDER-AMOUNT.
004120     EVALUATE TRUE
004130         WHEN CURRENT-ORDER-RELEASED
004140             MOVE 'RELEASED' TO DTL-DISPOSITION
004150             ADD 1 TO WS-RELEASED-COUNT
004160         WHEN CURRENT-ORDER-CANCELLED
004170             MOVE 'CANCELLED' TO DTL-DISPOSITION
004180             ADD 1 TO WS-CANCELLED-COUNT
004190         WHEN OTHER
004200             MOVE 'STILL HELD' TO DTL-DISPOSITION
004210             ADD 1 TO WS-STILL-HELD-COUNT
004220     END-EVALUATE.
004230     WRITE REPORT-LINE FROM DTL-LINE.
004240 2500-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270 3000-FINISH-UP.
004280     IF NOT FIRST-ORDER
004290         PERFORM 2500-END-ORDER THRU 2500-EXIT
004300     END-IF.
004310     MOVE SPACE TO REPORT-LINE.
004320     WRITE REPORT-LINE.
004330     MOVE 'ORDERS RELEASED:' TO TOT-TEXT.
004340     MOVE WS-RELEASED-COUNT TO TOT-COUNT.
004350     WRITE REPORT-LINE FROM TOTAL-LINE.
004360     MOVE 'ORDERS CANCELLED:' TO TOT-TEXT.
004370     MOVE WS-CANCELLED-COUNT TO TOT-COUNT.
004380     WRITE REPORT-LINE FROM TOTAL-LINE.
004390     MOVE 'ORDERS STILL HELD:' TO TOT-TEXT.
004400     MOVE WS-STILL-HELD-COUNT TO TOT-COUNT.
004410     WRITE REPORT-LINE FROM TOTAL-LINE.
004420     CLOSE SORTED-HELD-FILE.
004430     CLOSE NEW-HELD-FILE.
004440     CLOSE RELEASE-ORDER-FILE.
004450     CLOSE CUSTOMER-FILE.
004460     CLOSE REPORT-FILE.
004470 3000-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------
004500* THE DECISION FILE OVERRAN THE TABLE - REPORT IT AND HAND
004510* OPERATIONS A NONZERO RETURN CODE.  NOTHING HAS BEEN RELEASED,
004520* CANCELLED, OR REWRITTEN.
004530*----------------------------------------------------------------
004540 3900-DECISION-OVERFLOW-STOP.
004550     WRITE REPORT-LINE FROM OVFL-LINE.
004560     CLOSE REPORT-FILE.
004570     MOVE 16 TO RETURN-CODE.
004580 3900-EXIT.
004590     EXIT.
