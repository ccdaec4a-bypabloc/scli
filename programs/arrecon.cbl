000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ARRECON.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. ACCOUNTING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - NIGHTLY AR RECONCILIATION OF
000200*                 CUSTOMER MASTER, OPEN-ITEM SUBLEDGER AND GL
000210* 2026-10-15 DW   THE OPEN ITEM NOW CARRIES THE PRODUCT OF A
000220*                 BACKREL ITEM - SORT LAYOUTS WIDENED TO MATCH.
000230*                 RENUMBERED
000240* 2026-10-15 DW   A GL AR CREDIT BALANCE IS LOGGED AS GLAR-CR WITH
000250*                 ITS ABSOLUTE VALUE - THE HASH TOTAL IS UNSIGNED.
000260*                 RENUMBERED
000270*----------------------------------------------------------------
000280* AR IS CARRIED IN THREE PLACES: ACCOUNT-BALANCE ON THE CUSTOMER
000290* MASTER, THE OPEN ITEMS ON THE AR SUBLEDGER (OPENITEM.CPY), AND
000300* THE AR ACCOUNT THE GL EXTRACT (GLEXTR) POSTS FROM THE HISTORY
000310* FILES.  THIS PROGRAM PROVES THEY AGREE.
000320*
000330* THE OPEN ITEMS ARE SORTED INTO CUSTOMER SEQUENCE AND MATCHED
000340* AGAINST THE MASTER'S KEY WALK, AS THE AGING DOES.  EVERY
000350* CUSTOMER WHOSE BALANCE IS NOT THE SUM OF ITS OPEN AMOUNTS IS
000360* PRINTED WITH THE DIFFERENCE, ACTIVE OR NOT, AND OPEN ITEMS FOR
000370* A CUSTOMER-ID NOT ON THE MASTER ARE PRINTED BY CUSTOMER.
000380*
000390* THE GL AR FIGURE IS ROLLED FORWARD FROM LAST NIGHT'S CLOSING
000400* (ARGLBAL.CPY) WITH EXACTLY WHAT GLEXTR POSTS TO AR: BILLED
000410* SALES AND TAX, RETURNS (THE NEGATIVE SALES AND TAX ENTRIES
000420* RETPOST APPENDS), APPLIED CASH AND CREDIT MEMOS, AND THE AR
000430* ADJUSTMENTS RUN'S FINANCE CHARGES AND WRITE-OFFS.  THE CLOSING
000440* MUST EQUAL THE SUBLEDGER TOTAL, AND THE SUBLEDGER TOTAL MUST
000450* EQUAL THE MASTER TOTAL.  THE FIRST NIGHT (NO BALANCE FORWARD)
000460* WORKS THE OPENING BACK FROM THE SUBLEDGER AND MARKS IT.
000470*
000480* THE RESULT IS APPENDED TO THE BALANCE LOG FOR BALRPT - THE
000490* MASTER, THE SUBLEDGER AND THE GL AR FIGURE, EACH VERIFIED OR
000500* FAILED.  THE LOG'S HASH TOTAL IS UNSIGNED, SO A GL AR FIGURE
000510* IN CREDIT IS LOGGED UNDER FILE-ID GLAR-CR RATHER THAN GLAR.
000520* TOTALS THAT DO NOT TIE END THE RUN WITH RETURN-CODE
000530* 8; CUSTOMERS OUT OF AGREEMENT WHOSE DIFFERENCES NET TO ZERO
000540* END IT WITH RETURN-CODE 4.
000550*----------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS CUSTOMER-ID.
000660     SELECT OPEN-ITEM-FILE ASSIGN TO OPENIN
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT SORT-WORK ASSIGN TO SRTWK01.
000690     SELECT SORTED-OPEN-ITEM-FILE ASSIGN TO OPENSRT
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000720         ORGANIZATION IS SEQUENTIAL.
000730     SELECT TAX-HISTORY-FILE ASSIGN TO TAXHIST
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT CASH-HISTORY-FILE ASSIGN TO CSHHIST
000760         ORGANIZATION IS SEQUENTIAL.
000770     SELECT ADJUSTMENT-HISTORY-FILE ASSIGN TO ADJHIST
000780         ORGANIZATION IS SEQUENTIAL.
000790     SELECT OLD-GL-BALANCE-FILE ASSIGN TO ARGLBIN
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-BAL-FILE-STATUS.
000820     SELECT NEW-GL-BALANCE-FILE ASSIGN TO ARGLBOUT
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT REPORT-FILE ASSIGN TO ARRECRPT
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-BIZ-FILE-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  CUSTOMER-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY "customer.cpy".
000970 FD  OPEN-ITEM-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY "openitem.cpy".
001010 SD  SORT-WORK.
001020 01  SORT-WORK-RECORD.
001030     05  SW-CUSTOMER-ID          PIC 9(10).
001040     05  SW-ORDER-NUMBER         PIC 9(08).
001050     05  SW-INVOICE-DATE         PIC 9(08).
001060     05  SW-INVOICE-AMOUNT       PIC 9(09)V99.
001070     05  SW-OPEN-AMOUNT          PIC 9(09)V99.
001080     05  SW-PRODUCT-ID           PIC 9(08).
001090 FD  SORTED-OPEN-ITEM-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  SORTED-OPEN-ITEM-RECORD.
001130     05  SO-CUSTOMER-ID          PIC 9(10).
001140     05  SO-ORDER-NUMBER         PIC 9(08).
001150     05  SO-INVOICE-DATE         PIC 9(08).
001160     05  SO-INVOICE-AMOUNT       PIC 9(09)V99.
001170     05  SO-OPEN-AMOUNT          PIC 9(09)V99.
001180     05  SO-PRODUCT-ID           PIC 9(08).
001190 FD  SALES-HISTORY-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 COPY "saleshist.cpy".
001230 FD  TAX-HISTORY-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 COPY "taxhist.cpy".
001270 FD  CASH-HISTORY-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 COPY "cashhist.cpy".
001310 FD  ADJUSTMENT-HISTORY-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY "adjhist.cpy".
001350 FD  OLD-GL-BALANCE-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 COPY "arglbal.cpy".
001390 FD  NEW-GL-BALANCE-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420 01  NEW-GL-BALANCE-RECORD       PIC X(43).
001430 FD  BALANCE-LOG-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 01  BALANCE-LOG-RECORD          PIC X(49).
001470 FD  REPORT-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE OMITTED.
001500 01  REPORT-LINE                 PIC X(132).
001510 FD  BUSINESS-DATE-FILE
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD.
001540 COPY "bizdate.cpy".
001550 WORKING-STORAGE SECTION.
001560*----------------------------------------------------------------
001570* BUSINESS DATE
001580*----------------------------------------------------------------
001590 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001600 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001610*----------------------------------------------------------------
001620* SWITCHES, FILE STATUS AND MATCH KEYS
001630*----------------------------------------------------------------
001640 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001650     88  END-OF-FILE                       VALUE 'Y'.
001660 77  WS-ITEM-EOF-SWITCH          PIC X(01) VALUE 'N'.
001670     88  ITEM-END-OF-FILE                  VALUE 'Y'.
001680 77  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
001690     88  HIST-END-OF-FILE                  VALUE 'Y'.
001700 77  WS-BAL-FILE-STATUS          PIC X(02) VALUE SPACE.
001710 77  WS-BAL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001720     88  BALANCE-FOUND                     VALUE 'Y'.
001730 77  WS-OPENING-SOURCE           PIC X(01) VALUE SPACE.
001740     88  OPENING-CARRIED                   VALUE 'C'.
001750     88  OPENING-WORKED-BACK               VALUE 'W'.
001760 77  WS-ITEM-KEY                 PIC 9(10) VALUE ZERO.
001770 77  WS-ORPHAN-KEY               PIC 9(10) VALUE ZERO.
001780 77  HIGH-KEY-VALUE              PIC 9(10) VALUE 9999999999.
001790 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001800 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001810 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001820*----------------------------------------------------------------
001830* ONE CUSTOMER'S MATCH
001840*----------------------------------------------------------------
001850 77  WS-CUST-ITEM-COUNT          PIC 9(05) COMP VALUE ZERO.
001860 77  WS-CUST-OPEN-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001870 77  WS-CUST-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.
001880*----------------------------------------------------------------
001890* MASTER AND SUBLEDGER TOTALS AND RUN COUNTS
001900*----------------------------------------------------------------
001910 77  WS-CUSTOMER-COUNT           PIC 9(09) COMP VALUE ZERO.
001920 77  WS-ITEM-COUNT               PIC 9(09) COMP VALUE ZERO.
001930 77  WS-DISAGREE-COUNT           PIC 9(07) COMP VALUE ZERO.
001940 77  WS-ORPHAN-CUST-COUNT        PIC 9(07) COMP VALUE ZERO.
001950 77  WS-MASTER-TOTAL             PIC 9(13)V99 VALUE ZERO.
001960 77  WS-SUBLEDGER-TOTAL          PIC 9(13)V99 VALUE ZERO.
001970 77  WS-ORPHAN-TOTAL             PIC 9(13)V99 VALUE ZERO.
001980 77  WS-DISAGREE-NET             PIC S9(13)V99 VALUE ZERO.
001990 77  WS-TOTAL-DIFFERENCE         PIC S9(13)V99 VALUE ZERO.
002000 77  WS-GL-DIFFERENCE            PIC S9(13)V99 VALUE ZERO.
002010*----------------------------------------------------------------
002020* GL AR ROLL-FORWARD.  HISTORY ENTRIES POSTED FROM THE FIRST
002030* POSTED DATE THROUGH THE BUSINESS DATE ARE TAKEN IN.
002040*----------------------------------------------------------------
002050 77  WS-FIRST-POSTED-DATE        PIC 9(08) VALUE ZERO.
002060 77  WS-POSTED-DATE              PIC 9(08) VALUE ZERO.
002070 77  WS-HIST-COUNT               PIC 9(09) COMP VALUE ZERO.
002080 77  WS-GL-OPENING               PIC S9(13)V99 VALUE ZERO.
002090 77  WS-GL-SALES                 PIC S9(13)V99 VALUE ZERO.
002100 77  WS-GL-TAX                   PIC S9(13)V99 VALUE ZERO.
002110 77  WS-GL-RETURNS               PIC S9(13)V99 VALUE ZERO.
002120 77  WS-GL-CASH                  PIC S9(13)V99 VALUE ZERO.
002130 77  WS-GL-MEMOS                 PIC S9(13)V99 VALUE ZERO.
002140 77  WS-GL-FINANCE               PIC S9(13)V99 VALUE ZERO.
002150 77  WS-GL-WRITE-OFFS            PIC S9(13)V99 VALUE ZERO.
002160 77  WS-GL-NET-MOVEMENT          PIC S9(13)V99 VALUE ZERO.
002170 77  WS-GL-CLOSING               PIC S9(13)V99 VALUE ZERO.
002180 01  WS-NEW-GL-BALANCE.
002190     05  NG-BUSINESS-DATE        PIC 9(08).
002200     05  NG-FIRST-POSTED-DATE    PIC 9(08).
002210     05  NG-OPENING-AMOUNT       PIC S9(11)V99.
002220     05  NG-CLOSING-AMOUNT       PIC S9(11)V99.
002230     05  NG-OPENING-SOURCE       PIC X(01).
002240*----------------------------------------------------------------
002250* BALANCE LOG RECORD
002260*----------------------------------------------------------------
002270 COPY "ctl.cpy"
002280     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
002290*----------------------------------------------------------------
002300* REPORT HEADINGS AND DETAIL LINES
002310*----------------------------------------------------------------
002320 01  HDG-TITLE-LINE.
002330     05  FILLER                  PIC X(01) VALUE SPACE.
002340     05  FILLER                  PIC X(50) VALUE
002350         'AR RECONCILIATION - MASTER / SUBLEDGER / GL'.
002360     05  FILLER                  PIC X(06) VALUE 'DATE'.
002370     05  HDG-BUSINESS-DATE       PIC 9(08).
002380     05  FILLER                  PIC X(06) VALUE SPACE.
002390     05  FILLER                  PIC X(05) VALUE 'PAGE'.
002400     05  HDG-PAGE-NO             PIC ZZ9.
002410 01  HDG-SECTION-LINE.
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  FILLER                  PIC X(60) VALUE
002440         'CUSTOMERS OUT OF AGREEMENT WITH THEIR OPEN ITEMS'.
002450 01  HDG-COLUMN-LINE.
002460     05  FILLER                  PIC X(01) VALUE SPACE.
002470     05  FILLER                  PIC X(12) VALUE 'CUSTOMER ID'.
002480     05  FILLER                  PIC X(25) VALUE 'CUSTOMER NAME'.
002490     05  FILLER                  PIC X(04) VALUE 'ST'.
002500     05  FILLER                  PIC X(06) VALUE 'ITEMS'.
002510     05  FILLER                  PIC X(18) VALUE
002520         '    MASTER BALANCE'.
002530     05  FILLER                  PIC X(18) VALUE
002540         '   OPEN ITEM TOTAL'.
002550     05  FILLER                  PIC X(18) VALUE
002560         '        DIFFERENCE'.
002570 01  DTL-LINE.
002580     05  FILLER                  PIC X(01) VALUE SPACE.
002590     05  DTL-CUSTOMER-ID         PIC 9(10).
002600     05  FILLER                  PIC X(02) VALUE SPACE.
002610     05  DTL-CUSTOMER-NAME       PIC X(24).
002620     05  FILLER                  PIC X(01) VALUE SPACE.
002630     05  DTL-STATUS              PIC X(01).
002640     05  FILLER                  PIC X(03) VALUE SPACE.
002650     05  DTL-ITEM-COUNT          PIC ZZZZ9.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  DTL-MASTER-BALANCE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002680     05  FILLER                  PIC X(01) VALUE SPACE.
002690     05  DTL-OPEN-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002700     05  FILLER                  PIC X(01) VALUE SPACE.
002710     05  DTL-DIFFERENCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
002720 01  NONE-LINE.
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  FILLER                  PIC X(50) VALUE
002750         'NONE - EVERY CUSTOMER AGREES WITH ITS OPEN ITEMS'.
002760 01  SUM-HDG-LINE.
002770     05  FILLER                  PIC X(01) VALUE SPACE.
002780     05  FILLER                  PIC X(50) VALUE
002790         'MASTER TO SUBLEDGER'.
002800 01  GL-HDG-LINE.
002810     05  FILLER                  PIC X(01) VALUE SPACE.
002820     05  FILLER                  PIC X(20) VALUE
002830         'GL AR ROLL-FORWARD'.
002840     05  FILLER                  PIC X(15) VALUE
002850         'POSTED DATES '.
002860     05  GL-HDG-FROM-DATE        PIC 9(08).
002870     05  FILLER                  PIC X(06) VALUE ' THRU '.
002880     05  GL-HDG-TO-DATE          PIC 9(08).
002890 01  AMOUNT-LINE.
002900     05  FILLER                  PIC X(03) VALUE SPACE.
002910     05  AMT-TEXT                PIC X(45).
002920     05  AMT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002930     05  FILLER                  PIC X(02) VALUE SPACE.
002940     05  AMT-NOTE                PIC X(40).
002950 01  COUNT-LINE.
002960     05  FILLER                  PIC X(03) VALUE SPACE.
002970     05  CNT-TEXT                PIC X(45).
002980     05  CNT-COUNT               PIC ZZZ,ZZZ,ZZ9.
002990 01  RESULT-LINE.
003000     05  FILLER                  PIC X(01) VALUE SPACE.
003010     05  RES-TEXT                PIC X(60).
003020 PROCEDURE DIVISION.
003030*----------------------------------------------------------------
003040 0000-MAINLINE.
003050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060     PERFORM 2000-MATCH-CUSTOMER THRU 2000-EXIT
003070         UNTIL END-OF-FILE.
003080     PERFORM 2600-CONSUME-ORPHAN-CUSTOMER THRU 2600-EXIT
003090         UNTIL ITEM-END-OF-FILE.
003100     PERFORM 3000-ROLL-GL-FORWARD THRU 3000-EXIT.
003110     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
003120     PERFORM 4500-WRITE-BALANCE-LOG THRU 4500-EXIT.
003130     PERFORM 9000-FINISH-UP THRU 9000-EXIT.
003140     STOP RUN.
003150*----------------------------------------------------------------
003160 1000-INITIALIZE.
003170     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
003180     SORT SORT-WORK
003190         ON ASCENDING KEY SW-CUSTOMER-ID SW-INVOICE-DATE
003200         WITH DUPLICATES IN ORDER
003210         USING OPEN-ITEM-FILE
003220         GIVING SORTED-OPEN-ITEM-FILE.
003230     OPEN INPUT CUSTOMER-FILE.
003240     OPEN INPUT SORTED-OPEN-ITEM-FILE.
003250     OPEN OUTPUT REPORT-FILE.
003260     OPEN EXTEND BALANCE-LOG-FILE.
003270     MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
003280     PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT.
003290     WRITE REPORT-LINE FROM HDG-SECTION-LINE.
003300     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
003310     ADD 2 TO WS-LINE-COUNT.
003320     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
003330     PERFORM 1200-READ-OPEN-ITEM THRU 1200-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370 1100-READ-CUSTOMER.
003380     READ CUSTOMER-FILE
003390         AT END
003400             SET END-OF-FILE TO TRUE
003410     END-READ.
003420 1100-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------
003450 1200-READ-OPEN-ITEM.
003460     READ SORTED-OPEN-ITEM-FILE
003470         AT END
003480             SET ITEM-END-OF-FILE TO TRUE
003490             MOVE HIGH-KEY-VALUE TO WS-ITEM-KEY
003500         NOT AT END
003510             MOVE SO-CUSTOMER-ID TO WS-ITEM-KEY
003520             ADD 1 TO WS-ITEM-COUNT
003530             ADD SO-OPEN-AMOUNT TO WS-SUBLEDGER-TOTAL
003540     END-READ.
003550 1200-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
003590* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
003600* MIDNIGHT OR IS RERUN NEXT MORNING RECONCILES ITS OWN DAY.
003610* NO RECORD MEANS THE RUN DATE.
003620*----------------------------------------------------------------
003630 1900-READ-BUSINESS-DATE.
003640     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
003650     OPEN INPUT BUSINESS-DATE-FILE.
003660     IF WS-BIZ-FILE-STATUS = '00'
003670         READ BUSINESS-DATE-FILE
003680             AT END
003690                 CONTINUE
003700             NOT AT END
003710                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
003720         END-READ
003730         CLOSE BUSINESS-DATE-FILE
003740     END-IF.
003750 1900-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* ONE CUSTOMER: ITEMS SORTED BELOW ITS KEY BELONG TO NO
003790* CUSTOMER ON FILE AND ARE PRINTED ON THEIR OWN; THEN ITS OWN
003800* OPEN AMOUNTS ARE ADDED UP AND COMPARED WITH ACCOUNT-BALANCE.
003810* INACTIVE CUSTOMERS ARE MATCHED THE SAME AS ACTIVE ONES - A
003820* BALANCE IS A BALANCE.
003830*----------------------------------------------------------------
003840 2000-MATCH-CUSTOMER.
003850     PERFORM 2600-CONSUME-ORPHAN-CUSTOMER THRU 2600-EXIT
003860         UNTIL WS-ITEM-KEY NOT < CUSTOMER-ID.
003870     ADD 1 TO WS-CUSTOMER-COUNT.
003880     ADD ACCOUNT-BALANCE TO WS-MASTER-TOTAL.
003890     MOVE ZERO TO WS-CUST-ITEM-COUNT.
003900     MOVE ZERO TO WS-CUST-OPEN-AMOUNT.
003910     PERFORM 2500-CONSUME-CUSTOMER-ITEM THRU 2500-EXIT
003920         UNTIL WS-ITEM-KEY NOT = CUSTOMER-ID.
003930     IF ACCOUNT-BALANCE NOT = WS-CUST-OPEN-AMOUNT
003940         PERFORM 2100-PRINT-DIFFERENCE THRU 2100-EXIT
003950     END-IF.
003960     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.
003970 2000-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* THE DIFFERENCE IS MASTER LESS SUBLEDGER - POSITIVE WHEN THE
004010* MASTER CARRIES MORE THAN THE OPEN ITEMS SUPPORT.
004020*----------------------------------------------------------------
004030 2100-PRINT-DIFFERENCE.
004040     COMPUTE WS-CUST-DIFFERENCE =
004050         ACCOUNT-BALANCE - WS-CUST-OPEN-AMOUNT.
004060     ADD 1 TO WS-DISAGREE-COUNT.
004070     ADD WS-CUST-DIFFERENCE TO WS-DISAGREE-NET.
004080     MOVE SPACE TO DTL-LINE.
004090     MOVE CUSTOMER-ID TO DTL-CUSTOMER-ID.
004100     MOVE CUSTOMER-NAME(1:24) TO DTL-CUSTOMER-NAME.
004110     MOVE CUSTOMER-STATUS TO DTL-STATUS.
004120     MOVE WS-CUST-ITEM-COUNT TO DTL-ITEM-COUNT.
004130     MOVE ACCOUNT-BALANCE TO DTL-MASTER-BALANCE.
004140     MOVE WS-CUST-OPEN-AMOUNT TO DTL-OPEN-AMOUNT.
004150     MOVE WS-CUST-DIFFERENCE TO DTL-DIFFERENCE.
004160     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
004170 2100-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200 2300-WRITE-DETAIL.
004210     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
004220         PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT
004230         WRITE REPORT-LINE FROM HDG-COLUMN-LINE
004240         ADD 1 TO WS-LINE-COUNT
004250     END-IF.
004260     WRITE REPORT-LINE FROM DTL-LINE.
004270     ADD 1 TO WS-LINE-COUNT.
004280 2300-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310 2400-PRINT-HEADINGS.
004320     ADD 1 TO WS-PAGE-COUNT.
004330     MOVE ZERO TO WS-LINE-COUNT.
004340     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
004350     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
004360     MOVE SPACE TO REPORT-LINE.
004370     WRITE REPORT-LINE.
004380 2400-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410 2500-CONSUME-CUSTOMER-ITEM.
004420     ADD 1 TO WS-CUST-ITEM-COUNT.
004430     ADD SO-OPEN-AMOUNT TO WS-CUST-OPEN-AMOUNT.
004440     PERFORM 1200-READ-OPEN-ITEM THRU 1200-EXIT.
004450 2500-EXIT.
004460     EXIT.
004470*----------------------------------------------------------------
004480* OPEN ITEMS FOR A CUSTOMER-ID NOT ON THE MASTER - THE SUBLEDGER
004490* IS CARRYING DEBT FOR AN ACCOUNT SOMEONE DELETED.  ONE LINE PER
004500* MISSING CUSTOMER, WITH NO MASTER BALANCE TO SET AGAINST IT.
004510*----------------------------------------------------------------
004520 2600-CONSUME-ORPHAN-CUSTOMER.
004530     MOVE WS-ITEM-KEY TO WS-ORPHAN-KEY.
004540     MOVE ZERO TO WS-CUST-ITEM-COUNT.
004550     MOVE ZERO TO WS-CUST-OPEN-AMOUNT.
004560     PERFORM 2500-CONSUME-CUSTOMER-ITEM THRU 2500-EXIT
004570         UNTIL WS-ITEM-KEY NOT = WS-ORPHAN-KEY.
004580     ADD 1 TO WS-ORPHAN-CUST-COUNT.
004590     ADD WS-CUST-OPEN-AMOUNT TO WS-ORPHAN-TOTAL.
004600     COMPUTE WS-CUST-DIFFERENCE = ZERO - WS-CUST-OPEN-AMOUNT.
004610     ADD 1 TO WS-DISAGREE-COUNT.
004620     ADD WS-CUST-DIFFERENCE TO WS-DISAGREE-NET.
004630     MOVE SPACE TO DTL-LINE.
004640     MOVE WS-ORPHAN-KEY TO DTL-CUSTOMER-ID.
004650     MOVE '*** NOT ON MASTER ***' TO DTL-CUSTOMER-NAME.
004660     MOVE WS-CUST-ITEM-COUNT TO DTL-ITEM-COUNT.
004670     MOVE ZERO TO DTL-MASTER-BALANCE.
004680     MOVE WS-CUST-OPEN-AMOUNT TO DTL-OPEN-AMOUNT.
004690     MOVE WS-CUST-DIFFERENCE TO DTL-DIFFERENCE.
004700     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
004710 2600-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* THE GL AR OPENING IS THE CLOSING CARRIED FROM THE LAST NIGHT
004750* RECONCILED, AND THE ROLL TAKES IN EVERY HISTORY ENTRY POSTED
004760* AFTER THAT NIGHT, SO A NIGHT THIS RUN MISSED IS NOT LOST.
004770* RERUNNING THE SAME NIGHT TAKES THE OPENING AND POSTED DATES IT
004780* USED THE FIRST TIME.  WITH NO BALANCE FORWARD - THE FIRST
004790* NIGHT, OR A RERUN OF A NIGHT OLDER THAN THE ONE CARRIED - THE
004800* ROLL TAKES THE BUSINESS DATE ONLY AND THE OPENING IS WORKED
004810* BACK FROM THE SUBLEDGER TOTAL; THAT TIES BY CONSTRUCTION, SO
004820* IT IS MARKED AS WORKED BACK.
004830*----------------------------------------------------------------
004840 3000-ROLL-GL-FORWARD.
004850     PERFORM 3050-READ-BALANCE-FORWARD THRU 3050-EXIT.
004860     PERFORM 3100-ROLL-SALES THRU 3100-EXIT.
004870     PERFORM 3200-ROLL-TAX THRU 3200-EXIT.
004880     PERFORM 3300-ROLL-CASH THRU 3300-EXIT.
004890     PERFORM 3400-ROLL-ADJUSTMENTS THRU 3400-EXIT.
004900     COMPUTE WS-GL-NET-MOVEMENT =
004910         WS-GL-SALES + WS-GL-TAX + WS-GL-RETURNS
004920         - WS-GL-CASH - WS-GL-MEMOS
004930         + WS-GL-FINANCE - WS-GL-WRITE-OFFS.
004940     IF OPENING-WORKED-BACK
004950         COMPUTE WS-GL-OPENING =
004960             WS-SUBLEDGER-TOTAL - WS-GL-NET-MOVEMENT
004970     END-IF.
004980     COMPUTE WS-GL-CLOSING =
004990         WS-GL-OPENING + WS-GL-NET-MOVEMENT.
005000     PERFORM 3800-WRITE-BALANCE-FORWARD THRU 3800-EXIT.
005010 3000-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040* A CARRIED CLOSING FOR NIGHT N STARTS THE ROLL AT N + 1 AS A
005050* NUMBER - 20261032 STILL FALLS AFTER THE 31ST AND BEFORE THE
005060* 1ST OF NEXT MONTH, WHICH IS ALL THE POSTED-DATE TEST NEEDS.
005070*----------------------------------------------------------------
005080 3050-READ-BALANCE-FORWARD.
005090     SET OPENING-WORKED-BACK TO TRUE.
005100     MOVE WS-BUSINESS-DATE TO WS-FIRST-POSTED-DATE.
005110     OPEN INPUT OLD-GL-BALANCE-FILE.
005120     IF WS-BAL-FILE-STATUS NOT = '00'
005130         GO TO 3050-EXIT
005140     END-IF.
005150     READ OLD-GL-BALANCE-FILE
005160         AT END
005170             CONTINUE
005180         NOT AT END
005190             SET BALANCE-FOUND TO TRUE
005200     END-READ.
005210     CLOSE OLD-GL-BALANCE-FILE.
005220     IF NOT BALANCE-FOUND
005230         GO TO 3050-EXIT
005240     END-IF.
005250     IF AG-BUSINESS-DATE = WS-BUSINESS-DATE
005260         MOVE AG-OPENING-SOURCE TO WS-OPENING-SOURCE
005270         MOVE AG-FIRST-POSTED-DATE TO WS-FIRST-POSTED-DATE
005280         MOVE AG-OPENING-AMOUNT TO WS-GL-OPENING
005290         GO TO 3050-EXIT
005300     END-IF.
005310     IF AG-BUSINESS-DATE < WS-BUSINESS-DATE
005320         SET OPENING-CARRIED TO TRUE
005330         COMPUTE WS-FIRST-POSTED-DATE = AG-BUSINESS-DATE + 1
005340         MOVE AG-CLOSING-AMOUNT TO WS-GL-OPENING
005350     END-IF.
005360 3050-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* SALES HISTORY - A POSITIVE LINE IS BILLED MERCHANDISE, A
005400* NEGATIVE ONE IS A RETURN BACKED OUT BY RETPOST.
005410*----------------------------------------------------------------
005420 3100-ROLL-SALES.
005430     OPEN INPUT SALES-HISTORY-FILE.
005440     MOVE 'N' TO WS-HIST-EOF-SWITCH.
005450     READ SALES-HISTORY-FILE
005460         AT END
005470             SET HIST-END-OF-FILE TO TRUE
005480     END-READ.
005490     PERFORM 3150-ROLL-ONE-SALE THRU 3150-EXIT
005500         UNTIL HIST-END-OF-FILE.
005510     CLOSE SALES-HISTORY-FILE.
005520 3100-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
005550 3150-ROLL-ONE-SALE.
005560     IF SH-POSTED-DATE < WS-FIRST-POSTED-DATE
005570         OR SH-POSTED-DATE > WS-BUSINESS-DATE
005580         GO TO 3150-NEXT
005590     END-IF.
005600     ADD 1 TO WS-HIST-COUNT.
005610     IF SH-EXTENDED-AMOUNT < ZERO
005620         ADD SH-EXTENDED-AMOUNT TO WS-GL-RETURNS
005630     ELSE
005640         ADD SH-EXTENDED-AMOUNT TO WS-GL-SALES
005650     END-IF.
005660 3150-NEXT.
005670     READ SALES-HISTORY-FILE
005680         AT END
005690             SET HIST-END-OF-FILE TO TRUE
005700     END-READ.
005710 3150-EXIT.
005720     EXIT.
005730*----------------------------------------------------------------
005740* TAX HISTORY - BILLED TAX, OR THE NEGATIVE TAX ON A RETURN.
005750*----------------------------------------------------------------
005760 3200-ROLL-TAX.
005770     OPEN INPUT TAX-HISTORY-FILE.
005780     MOVE 'N' TO WS-HIST-EOF-SWITCH.
005790     READ TAX-HISTORY-FILE
005800         AT END
005810             SET HIST-END-OF-FILE TO TRUE
005820     END-READ.
005830     PERFORM 3250-ROLL-ONE-TAX THRU 3250-EXIT
005840         UNTIL HIST-END-OF-FILE.
005850     CLOSE TAX-HISTORY-FILE.
005860 3200-EXIT.
005870     EXIT.
005880*----------------------------------------------------------------
005890 3250-ROLL-ONE-TAX.
005900     IF TH-POSTED-DATE < WS-FIRST-POSTED-DATE
005910         OR TH-POSTED-DATE > WS-BUSINESS-DATE
005920         GO TO 3250-NEXT
005930     END-IF.
005940     ADD 1 TO WS-HIST-COUNT.
005950     IF TH-TAX-AMOUNT < ZERO
005960         ADD TH-TAX-AMOUNT TO WS-GL-RETURNS
005970     ELSE
005980         ADD TH-TAX-AMOUNT TO WS-GL-TAX
005990     END-IF.
006000 3250-NEXT.
006010     READ TAX-HISTORY-FILE
006020         AT END
006030             SET HIST-END-OF-FILE TO TRUE
006040     END-READ.
006050 3250-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006080* CASH HISTORY - APPLIED CHECKS AND CREDIT MEMOS RELIEVE AR.
006090*----------------------------------------------------------------
006100 3300-ROLL-CASH.
006110     OPEN INPUT CASH-HISTORY-FILE.
006120     MOVE 'N' TO WS-HIST-EOF-SWITCH.
006130     READ CASH-HISTORY-FILE
006140         AT END
006150             SET HIST-END-OF-FILE TO TRUE
006160     END-READ.
006170     PERFORM 3350-ROLL-ONE-RECEIPT THRU 3350-EXIT
006180         UNTIL HIST-END-OF-FILE.
006190     CLOSE CASH-HISTORY-FILE.
006200 3300-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------
006230 3350-ROLL-ONE-RECEIPT.
006240     IF CH-POSTED-DATE < WS-FIRST-POSTED-DATE
006250         OR CH-POSTED-DATE > WS-BUSINESS-DATE
006260         GO TO 3350-NEXT
006270     END-IF.
006280     ADD 1 TO WS-HIST-COUNT.
006290     IF CH-CREDIT-MEMO
006300         ADD CH-AMOUNT TO WS-GL-MEMOS
006310     ELSE
006320         ADD CH-AMOUNT TO WS-GL-CASH
006330     END-IF.
006340 3350-NEXT.
006350     READ CASH-HISTORY-FILE
006360         AT END
006370             SET HIST-END-OF-FILE TO TRUE
006380     END-READ.
006390 3350-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420* ADJUSTMENT HISTORY - FINANCE CHARGES ADD TO AR, WRITE-OFFS
006430* TAKE IT TO BAD DEBT.  GLEXTR POSTS BOTH TO THE AR ACCOUNT, SO
006440* THE ROLL MUST TAKE THEM IN OR IT COULD NEVER TIE.
006450*----------------------------------------------------------------
006460 3400-ROLL-ADJUSTMENTS.
006470     OPEN INPUT ADJUSTMENT-HISTORY-FILE.
006480     MOVE 'N' TO WS-HIST-EOF-SWITCH.
006490     READ ADJUSTMENT-HISTORY-FILE
006500         AT END
006510             SET HIST-END-OF-FILE TO TRUE
006520     END-READ.
006530     PERFORM 3450-ROLL-ONE-ADJUSTMENT THRU 3450-EXIT
006540         UNTIL HIST-END-OF-FILE.
006550     CLOSE ADJUSTMENT-HISTORY-FILE.
006560 3400-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590 3450-ROLL-ONE-ADJUSTMENT.
006600     IF AH-POSTED-DATE < WS-FIRST-POSTED-DATE
006610         OR AH-POSTED-DATE > WS-BUSINESS-DATE
006620         GO TO 3450-NEXT
006630     END-IF.
006640     ADD 1 TO WS-HIST-COUNT.
006650     IF AH-FINANCE-CHARGE
006660         ADD AH-AMOUNT TO WS-GL-FINANCE
006670     ELSE
006680         ADD AH-AMOUNT TO WS-GL-WRITE-OFFS
006690     END-IF.
006700 3450-NEXT.
006710     READ ADJUSTMENT-HISTORY-FILE
006720         AT END
006730             SET HIST-END-OF-FILE TO TRUE
006740     END-READ.
006750 3450-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780* TONIGHT'S FIGURE IS CARRIED FORWARD - UNLESS A LATER NIGHT IS
006790* ALREADY ON FILE, IN WHICH CASE THIS WAS A RERUN OF AN OLD
006800* NIGHT AND THE LATER BALANCE IS KEPT.
006810*----------------------------------------------------------------
006820 3800-WRITE-BALANCE-FORWARD.
006830     OPEN OUTPUT NEW-GL-BALANCE-FILE.
006840     IF BALANCE-FOUND
006850         AND AG-BUSINESS-DATE > WS-BUSINESS-DATE
006860         WRITE NEW-GL-BALANCE-RECORD FROM AR-GL-BALANCE-RECORD
006870     ELSE
006880         MOVE WS-BUSINESS-DATE TO NG-BUSINESS-DATE
006890         MOVE WS-FIRST-POSTED-DATE TO NG-FIRST-POSTED-DATE
006900         MOVE WS-GL-OPENING TO NG-OPENING-AMOUNT
006910         MOVE WS-GL-CLOSING TO NG-CLOSING-AMOUNT
006920         MOVE WS-OPENING-SOURCE TO NG-OPENING-SOURCE
006930         WRITE NEW-GL-BALANCE-RECORD FROM WS-NEW-GL-BALANCE
006940     END-IF.
006950     CLOSE NEW-GL-BALANCE-FILE.
006960 3800-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990 4000-PRINT-SUMMARY.
007000     IF WS-DISAGREE-COUNT = ZERO
007010         WRITE REPORT-LINE FROM NONE-LINE
007020     END-IF.
007030     PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT.
007040     WRITE REPORT-LINE FROM SUM-HDG-LINE.
007050     MOVE 'CUSTOMERS ON MASTER' TO CNT-TEXT.
007060     MOVE WS-CUSTOMER-COUNT TO CNT-COUNT.
007070     WRITE REPORT-LINE FROM COUNT-LINE.
007080     MOVE 'OPEN ITEMS ON SUBLEDGER' TO CNT-TEXT.
007090     MOVE WS-ITEM-COUNT TO CNT-COUNT.
007100     WRITE REPORT-LINE FROM COUNT-LINE.
007110     MOVE 'CUSTOMERS OUT OF AGREEMENT' TO CNT-TEXT.
007120     MOVE WS-DISAGREE-COUNT TO CNT-COUNT.
007130     WRITE REPORT-LINE FROM COUNT-LINE.
007140     MOVE '  OF WHICH NOT ON MASTER' TO CNT-TEXT.
007150     MOVE WS-ORPHAN-CUST-COUNT TO CNT-COUNT.
007160     WRITE REPORT-LINE FROM COUNT-LINE.
007170     MOVE SPACE TO AMOUNT-LINE.
007180     MOVE 'MASTER ACCOUNT-BALANCE TOTAL' TO AMT-TEXT.
007190     MOVE WS-MASTER-TOTAL TO AMT-AMOUNT.
007200     WRITE REPORT-LINE FROM AMOUNT-LINE.
007210     MOVE 'OPEN-ITEM SUBLEDGER TOTAL' TO AMT-TEXT.
007220     MOVE WS-SUBLEDGER-TOTAL TO AMT-AMOUNT.
007230     WRITE REPORT-LINE FROM AMOUNT-LINE.
007240     COMPUTE WS-TOTAL-DIFFERENCE =
007250         WS-MASTER-TOTAL - WS-SUBLEDGER-TOTAL.
007260     MOVE 'DIFFERENCE, MASTER LESS SUBLEDGER' TO AMT-TEXT.
007270     MOVE WS-TOTAL-DIFFERENCE TO AMT-AMOUNT.
007280     WRITE REPORT-LINE FROM AMOUNT-LINE.
007290     MOVE SPACE TO REPORT-LINE.
007300     WRITE REPORT-LINE.
007310     MOVE WS-FIRST-POSTED-DATE TO GL-HDG-FROM-DATE.
007320     MOVE WS-BUSINESS-DATE TO GL-HDG-TO-DATE.
007330     WRITE REPORT-LINE FROM GL-HDG-LINE.
007340     MOVE 'GL AR OPENING' TO AMT-TEXT.
007350     MOVE WS-GL-OPENING TO AMT-AMOUNT.
007360     IF OPENING-WORKED-BACK
007370         MOVE 'WORKED BACK FROM SUBLEDGER' TO AMT-NOTE
007380     END-IF.
007390     WRITE REPORT-LINE FROM AMOUNT-LINE.
007400     MOVE SPACE TO AMT-NOTE.
007410     MOVE '  + SALES BILLED' TO AMT-TEXT.
007420     MOVE WS-GL-SALES TO AMT-AMOUNT.
007430     WRITE REPORT-LINE FROM AMOUNT-LINE.
007440     MOVE '  + SALES TAX BILLED' TO AMT-TEXT.
007450     MOVE WS-GL-TAX TO AMT-AMOUNT.
007460     WRITE REPORT-LINE FROM AMOUNT-LINE.
007470     MOVE '  + RETURNS (MERCHANDISE AND TAX)' TO AMT-TEXT.
007480     MOVE WS-GL-RETURNS TO AMT-AMOUNT.
007490     WRITE REPORT-LINE FROM AMOUNT-LINE.
007500     MOVE '  - CASH APPLIED' TO AMT-TEXT.
007510     MOVE WS-GL-CASH TO AMT-AMOUNT.
007520     WRITE REPORT-LINE FROM AMOUNT-LINE.
007530     MOVE '  - CREDIT MEMOS APPLIED' TO AMT-TEXT.
007540     MOVE WS-GL-MEMOS TO AMT-AMOUNT.
007550     WRITE REPORT-LINE FROM AMOUNT-LINE.
007560     MOVE '  + FINANCE CHARGES' TO AMT-TEXT.
007570     MOVE WS-GL-FINANCE TO AMT-AMOUNT.
007580     WRITE REPORT-LINE FROM AMOUNT-LINE.
007590     MOVE '  - WRITE-OFFS' TO AMT-TEXT.
007600     MOVE WS-GL-WRITE-OFFS TO AMT-AMOUNT.
007610     WRITE REPORT-LINE FROM AMOUNT-LINE.
007620     MOVE 'GL AR CLOSING' TO AMT-TEXT.
007630     MOVE WS-GL-CLOSING TO AMT-AMOUNT.
007640     WRITE REPORT-LINE FROM AMOUNT-LINE.
007650     COMPUTE WS-GL-DIFFERENCE =
007660         WS-GL-CLOSING - WS-SUBLEDGER-TOTAL.
007670     MOVE 'DIFFERENCE, GL LESS SUBLEDGER' TO AMT-TEXT.
007680     MOVE WS-GL-DIFFERENCE TO AMT-AMOUNT.
007690     WRITE REPORT-LINE FROM AMOUNT-LINE.
007700     MOVE SPACE TO REPORT-LINE.
007710     WRITE REPORT-LINE.
007720     EVALUATE TRUE
007730         WHEN WS-TOTAL-DIFFERENCE NOT = ZERO
007740             OR WS-GL-DIFFERENCE NOT = ZERO
007750             MOVE '*** AR TOTALS DO NOT TIE ***' TO RES-TEXT
007760             MOVE 8 TO RETURN-CODE
007770         WHEN WS-DISAGREE-COUNT > ZERO
007780             MOVE '*** CUSTOMERS OUT OF AGREEMENT ***'
007790                 TO RES-TEXT
007800             MOVE 4 TO RETURN-CODE
007810         WHEN OTHER
007820             MOVE 'AR MASTER, SUBLEDGER AND GL ALL AGREE'
007830                 TO RES-TEXT
007840     END-EVALUATE.
007850     WRITE REPORT-LINE FROM RESULT-LINE.
007860 4000-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------
007890* ONE LOG RECORD EACH FOR THE MASTER, THE SUBLEDGER AND THE GL
007900* AR FIGURE.  THE MASTER FAILS WHEN ANY CUSTOMER DISAGREES OR
007910* THE TOTALS DO; THE SUBLEDGER WHEN IT DOES NOT TIE TO THE
007920* MASTER; THE GL FIGURE WHEN IT DOES NOT TIE TO THE SUBLEDGER.
007930* THE HASH TOTAL HAS NO SIGN - A GL FIGURE IN CREDIT GOES OUT AS
007940* ITS ABSOLUTE VALUE UNDER GLAR-CR SO THE LOG STILL SHOWS IT.
007950*----------------------------------------------------------------
007960 4500-WRITE-BALANCE-LOG.
007970     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
007980     MOVE 'ARRECON' TO CTL-SOURCE-PROGRAM.
007990     MOVE 'CUSTOMER' TO CTL-FILE-ID.
008000     MOVE WS-CUSTOMER-COUNT TO CTL-RECORD-COUNT.
008010     MOVE WS-MASTER-TOTAL TO CTL-HASH-TOTAL.
008020     IF WS-DISAGREE-COUNT > ZERO
008030         OR WS-TOTAL-DIFFERENCE NOT = ZERO
008040         MOVE 'F' TO CTL-ACTION
008050     ELSE
008060         MOVE 'V' TO CTL-ACTION
008070     END-IF.
008080     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
008090     MOVE 'OPENITEM' TO CTL-FILE-ID.
008100     MOVE WS-ITEM-COUNT TO CTL-RECORD-COUNT.
008110     MOVE WS-SUBLEDGER-TOTAL TO CTL-HASH-TOTAL.
008120     IF WS-TOTAL-DIFFERENCE NOT = ZERO
008130         MOVE 'F' TO CTL-ACTION
008140     ELSE
008150         MOVE 'V' TO CTL-ACTION
008160     END-IF.
008170     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
008180     IF WS-GL-CLOSING < ZERO
008190         MOVE 'GLAR-CR' TO CTL-FILE-ID
008200         COMPUTE CTL-HASH-TOTAL = ZERO - WS-GL-CLOSING
008210     ELSE
008220         MOVE 'GLAR' TO CTL-FILE-ID
008230         MOVE WS-GL-CLOSING TO CTL-HASH-TOTAL
008240     END-IF.
008250     MOVE WS-HIST-COUNT TO CTL-RECORD-COUNT.
008260     IF WS-GL-DIFFERENCE NOT = ZERO
008270         MOVE 'F' TO CTL-ACTION
008280     ELSE
008290         MOVE 'V' TO CTL-ACTION
008300     END-IF.
008310     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
008320 4500-EXIT.
008330     EXIT.
008340*----------------------------------------------------------------
008350 9000-FINISH-UP.
008360     CLOSE CUSTOMER-FILE.
008370     CLOSE SORTED-OPEN-ITEM-FILE.
008380     CLOSE BALANCE-LOG-FILE.
008390     CLOSE REPORT-FILE.
008400 9000-EXIT.
008410     EXIT.
