000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - CYCLE COUNT VARIANCE AND
000200*                 ADJUSTMENT POSTING
000210* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000220*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000230*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000240*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000250*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000260* 2026-10-15 DW   STOCK LEDGER - EVERY ADJUSTMENT TO COUNT NOW
000270*                 ALSO APPENDS A COUNT-VARIANCE MOVEMENT
000280*                 (STKMOVE.CPY) UNDER THE COUNT DATE, FOR THE
000290*                 MONTHLY STOCK CARD (STKCARD).  RENUMBERED
000300* 2026-10-15 DW   ABC CYCLE COUNTING - EVERY POSTED COUNT,
000310*                 MATCHING OR NOT, NOW STAMPS THE PRODUCT'S LAST
000320*                 COUNT DATE ON THE ABC CLASS FILE (ABCCLASS.CPY)
000330*                 SO CNTSHT CAN SCHEDULE ITS NEXT COUNT.
000340*                 RENUMBERED
000350* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000360*                 ORDER
000370*----------------------------------------------------------------
000380* THIS PROGRAM POSTS THE COUNT ENTRIES KEYED FROM THE CYCLE
000390* COUNT SHEETS (CNTTRAN.CPY) AGAINST THE INDEXED PRODUCT
000400* MASTER.  EACH ENTRY PRINTS ON THE VARIANCE REPORT - BOOK
000410* QUANTITY, COUNTED QUANTITY, AND THE VARIANCE EXTENDED AT
000420* UNIT-PRICE - AND AN ENTRY WHOSE COUNT DIFFERS FROM THE BOOK
000430* SETS QUANTITY-ON-HAND TO THE COUNTED FIGURE, WITH A
000440* BEFORE/AFTER AUDIT-RECORD WRITTEN THE WAY ORDPOST AUDITS ITS
000450* UPDATES, SO THE ADJUSTMENT SHOWS UP IN AUDRPT LIKE ANY OTHER
000460* MASTER CHANGE.  THIS IS THE LEGITIMATE DOOR FOR SHRINKAGE,
000470* DAMAGE, AND RECEIVING-ERROR CORRECTIONS THAT USED TO BE
000480* FORCED THROUGH FAKE PO RECEIPTS.  AN ENTRY FOR A PRODUCT NOT
000490* ON THE MASTER IS REFUSED AND REPORTED.
000500*----------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. IBM-370.
000540 OBJECT-COMPUTER. IBM-370.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT COUNT-ENTRY-FILE ASSIGN TO CNTIN
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS PRODUCT-ID.
000630     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT REPORT-FILE ASSIGN TO CNTRPT
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-BIZ-FILE-STATUS.
000700     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT STOCK-MOVEMENT-FILE ASSIGN TO STKMOUT
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT ABC-CLASS-FILE ASSIGN TO ABCCLS
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS AB-PRODUCT-ID.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  COUNT-ENTRY-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 COPY "cnttran.cpy".
000840 FD  PRODUCT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 COPY "product.cpy".
000880 FD  AUDIT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 COPY "audit.cpy".
000920 FD  REPORT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE OMITTED.
000950 01  REPORT-LINE                 PIC X(132).
000960 FD  BUSINESS-DATE-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY "bizdate.cpy".
001000 FD  PERIOD-CALENDAR-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 COPY "percal.cpy".
001040 FD  STOCK-MOVEMENT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "stkmove.cpy".
001080 FD  ABC-CLASS-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 COPY "abcclass.cpy".
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------
001140* SWITCHES, COUNTERS AND WORK FIELDS
001150*----------------------------------------------------------------
001160 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001170     88  END-OF-FILE                       VALUE 'Y'.
001180 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001190 77  WS-ABC-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001200 77  WS-ENTRY-COUNT              PIC 9(05) COMP VALUE ZERO.
001210 77  WS-ADJUSTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001220 77  WS-NO-CHANGE-COUNT          PIC 9(05) COMP VALUE ZERO.
001230 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001240 77  WS-OLD-QUANTITY-ON-HAND     PIC 9(06) VALUE ZERO.
001250 77  WS-VARIANCE-QUANTITY        PIC S9(07) VALUE ZERO.
001260 77  WS-VARIANCE-VALUE           PIC S9(09)V99 VALUE ZERO.
001270 77  WS-NET-VARIANCE-VALUE       PIC S9(11)V99 VALUE ZERO.
001280 01  WS-AUDIT-TIMESTAMP.
001290     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001300     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
001310*----------------------------------------------------------------
001320* BUSINESS DATE AND POSTING PERIOD
001330*----------------------------------------------------------------
001340 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001350 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001360 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
001370     88  PERIOD-END-OF-FILE               VALUE 'Y'.
001380 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
001390     88  POSTING-PERIOD-OPEN              VALUE 'O'.
001400     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
001410 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
001420     88  RUN-DATE-REFUSED                 VALUE 'Y'.
001430*----------------------------------------------------------------
001440* VARIANCE REPORT HEADINGS AND DETAIL LINES
001450*----------------------------------------------------------------
001460 01  HDG-TITLE-LINE.
001470     05  FILLER                  PIC X(01) VALUE SPACE.
001480     05  FILLER                  PIC X(38) VALUE
001490         'CYCLE COUNT VARIANCE REPORT'.
001500     05  FILLER                  PIC X(06) VALUE 'DATE'.
001510     05  HDG-RUN-DATE            PIC 9(08).
001520 01  HDG-COLUMN-LINE.
001530     05  FILLER                  PIC X(01) VALUE SPACE.
001540     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
001550     05  FILLER                  PIC X(03) VALUE SPACE.
001560     05  FILLER                  PIC X(10) VALUE 'BOOK QTY'.
001570     05  FILLER                  PIC X(12) VALUE ' COUNTED QTY'.
001580     05  FILLER                  PIC X(10) VALUE '  VARIANCE'.
001590     05  FILLER                  PIC X(16) VALUE
001600         '  VARIANCE VALUE'.
001610     05  FILLER                  PIC X(03) VALUE SPACE.
001620     05  FILLER                  PIC X(24) VALUE 'DISPOSITION'.
001630 01  DTL-LINE.
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  DTL-PRODUCT-ID          PIC 9(08).
001660     05  FILLER                  PIC X(03) VALUE SPACE.
001670     05  DTL-BOOK-QTY            PIC ZZZ,ZZ9.
001680     05  FILLER                  PIC X(04) VALUE SPACE.
001690     05  DTL-COUNTED-QTY         PIC ZZZ,ZZ9.
001700     05  FILLER                  PIC X(02) VALUE SPACE.
001710     05  DTL-VARIANCE            PIC ZZZ,ZZ9-.
001720     05  FILLER                  PIC X(02) VALUE SPACE.
001730     05  DTL-VARIANCE-VALUE      PIC Z,ZZZ,ZZ9.99-.
001740     05  FILLER                  PIC X(03) VALUE SPACE.
001750     05  DTL-DISPOSITION         PIC X(24).
001760 01  TOTAL-LINE.
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  TOT-TEXT                PIC X(38).
001790     05  TOT-COUNT               PIC ZZZZZZ9.
001800 01  NET-TOTAL-LINE.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  FILLER                  PIC X(38) VALUE
001830         'NET VARIANCE VALUE AT UNIT PRICE:'.
001840     05  NET-VARIANCE-VALUE      PIC ZZZ,ZZZ,ZZ9.99-.
001850 01  CLS-STOP-LINE.
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
001880     05  CLS-BUSINESS-DATE       PIC 9(08).
001890     05  FILLER                  PIC X(03) VALUE ' - '.
001900     05  CLS-REASON              PIC X(50).
001910 PROCEDURE DIVISION.
001920*----------------------------------------------------------------
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     IF RUN-DATE-REFUSED
001960         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
001970         STOP RUN
001980     END-IF.
001990     PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
002000         UNTIL END-OF-FILE.
002010     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002020     STOP RUN.
002030*----------------------------------------------------------------
002040 1000-INITIALIZE.
002050     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
002060     IF RUN-DATE-REFUSED
002070         GO TO 1000-EXIT
002080     END-IF.
002090     OPEN INPUT COUNT-ENTRY-FILE.
002100     OPEN I-O PRODUCT-FILE.
002110     OPEN OUTPUT AUDIT-FILE.
002120     OPEN EXTEND STOCK-MOVEMENT-FILE.
002130     OPEN I-O ABC-CLASS-FILE.
002140     OPEN OUTPUT REPORT-FILE.
002150     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
002160     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
002170     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
002180     PERFORM 1100-READ-ENTRY THRU 1100-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220 1100-READ-ENTRY.
002230     READ COUNT-ENTRY-FILE
002240         AT END
002250             SET END-OF-FILE TO TRUE
002260     END-READ.
002270 1100-EXIT.
002280     EXIT.
002290*----------------------------------------------------------------
002300* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002310* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
002320* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
002330* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
002340* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
002350* REFUSES THE RUN BEFORE ANYTHING POSTS.
002360*----------------------------------------------------------------
002370 1900-READ-BUSINESS-DATE.
002380     MOVE ZERO TO WS-BUSINESS-DATE.
002390     OPEN INPUT BUSINESS-DATE-FILE.
002400     IF WS-BIZ-FILE-STATUS = '00'
002410         READ BUSINESS-DATE-FILE
002420             AT END
002430                 CONTINUE
002440             NOT AT END
002450                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002460         END-READ
002470         CLOSE BUSINESS-DATE-FILE
002480     END-IF.
002490     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
002500     IF WS-BUSINESS-DATE = ZERO
002510         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
002520             TO CLS-REASON
002530         SET RUN-DATE-REFUSED TO TRUE
002540         GO TO 1900-EXIT
002550     END-IF.
002560     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
002570     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
002580     OPEN INPUT PERIOD-CALENDAR-FILE.
002590     READ PERIOD-CALENDAR-FILE
002600         AT END
002610             SET PERIOD-END-OF-FILE TO TRUE
002620     END-READ.
002630     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
002640         UNTIL PERIOD-END-OF-FILE.
002650     CLOSE PERIOD-CALENDAR-FILE.
002660     IF POSTING-PERIOD-OPEN
002670         GO TO 1900-EXIT
002680     END-IF.
002690     IF POSTING-PERIOD-CLOSED
002700         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
002710     ELSE
002720         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
002730             TO CLS-REASON
002740     END-IF.
002750     SET RUN-DATE-REFUSED TO TRUE.
002760 1900-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790 1910-CHECK-ONE-PERIOD.
002800     IF WS-BUSINESS-DATE NOT < PC-START-DATE
002810         AND WS-BUSINESS-DATE NOT > PC-END-DATE
002820         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
002830         SET PERIOD-END-OF-FILE TO TRUE
002840         GO TO 1910-EXIT
002850     END-IF.
002860     READ PERIOD-CALENDAR-FILE
002870         AT END
002880             SET PERIOD-END-OF-FILE TO TRUE
002890     END-READ.
002900 1910-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002930 2000-PROCESS-ENTRY.
002940     ADD 1 TO WS-ENTRY-COUNT.
002950     SET WS-PROD-FOUND-SWITCH TO 'N'.
002960     MOVE CE-PRODUCT-ID TO PRODUCT-ID.
002970     READ PRODUCT-FILE
002980         INVALID KEY
002990             CONTINUE
003000         NOT INVALID KEY
003010             SET WS-PROD-FOUND-SWITCH TO 'Y'
003020     END-READ.
003030     IF WS-PROD-FOUND-SWITCH NOT = 'Y'
003040         MOVE SPACE TO DTL-LINE
003050         MOVE CE-PRODUCT-ID TO DTL-PRODUCT-ID
003060         MOVE CE-COUNTED-QUANTITY TO DTL-COUNTED-QTY
003070         MOVE 'REJECTED - NOT ON MASTER' TO DTL-DISPOSITION
003080         WRITE REPORT-LINE FROM DTL-LINE
003090         ADD 1 TO WS-REJECTED-COUNT
003100         GO TO 2000-NEXT-ENTRY
003110     END-IF.
003120     PERFORM 2100-POST-VARIANCE THRU 2100-EXIT.
003130 2000-NEXT-ENTRY.
003140     PERFORM 1100-READ-ENTRY THRU 1100-EXIT.
003150 2000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* THE BOOK QUANTITY IS SET TO WHAT THE FLOOR ACTUALLY FOUND -
003190* THE VARIANCE IS REPORTED AT UNIT-PRICE SO THE VALUE OF THE
003200* SHRINKAGE (OR THE FIND) IS ON THE PAGE, AND THE CHANGE IS
003210* AUDITED SO AUDRPT CAN ANSWER FOR IT LATER.  A COUNT THAT
003220* MATCHES THE BOOK TOUCHES NOTHING.
003230*----------------------------------------------------------------
003240 2100-POST-VARIANCE.
003250     MOVE QUANTITY-ON-HAND TO WS-OLD-QUANTITY-ON-HAND.
003260     COMPUTE WS-VARIANCE-QUANTITY =
003270         CE-COUNTED-QUANTITY - QUANTITY-ON-HAND.
003280     COMPUTE WS-VARIANCE-VALUE ROUNDED =
003290         WS-VARIANCE-QUANTITY * UNIT-PRICE.
003300     ADD WS-VARIANCE-VALUE TO WS-NET-VARIANCE-VALUE.
003310     MOVE SPACE TO DTL-LINE.
003320     MOVE CE-PRODUCT-ID TO DTL-PRODUCT-ID.
003330     MOVE WS-OLD-QUANTITY-ON-HAND TO DTL-BOOK-QTY.
003340     MOVE CE-COUNTED-QUANTITY TO DTL-COUNTED-QTY.
003350     MOVE WS-VARIANCE-QUANTITY TO DTL-VARIANCE.
003360     MOVE WS-VARIANCE-VALUE TO DTL-VARIANCE-VALUE.
003370     IF WS-VARIANCE-QUANTITY = ZERO
003380         MOVE 'COUNT MATCHES BOOK' TO DTL-DISPOSITION
003390         ADD 1 TO WS-NO-CHANGE-COUNT
003400     ELSE
003410         MOVE CE-COUNTED-QUANTITY TO QUANTITY-ON-HAND
003420         REWRITE PRODUCT-RECORD
003430         PERFORM 2200-WRITE-AUDIT THRU 2200-EXIT
003440         PERFORM 2300-WRITE-STOCK-MOVEMENT THRU 2300-EXIT
003450         MOVE 'ADJUSTED TO COUNT' TO DTL-DISPOSITION
003460         ADD 1 TO WS-ADJUSTED-COUNT
003470     END-IF.
003480     PERFORM 2400-STAMP-COUNT-DATE THRU 2400-EXIT.
003490     WRITE REPORT-LINE FROM DTL-LINE.
003500 2100-EXIT.
003510     EXIT.
003520*----------------------------------------------------------------
003530 2200-WRITE-AUDIT.
003540     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
003550     ACCEPT WS-AUDIT-TIME FROM TIME.
003560     MOVE SPACE TO AUDIT-RECORD.
003570     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
003580     MOVE 'CNTPOST' TO AUD-SOURCE-PROGRAM.
003590     SET AUD-PRODUCT-MASTER TO TRUE.
003600     MOVE CE-PRODUCT-ID TO AUD-KEY.
003610     MOVE PRODUCT-STATUS TO AUD-OLD-PRODUCT-STATUS.
003620     MOVE PRODUCT-STATUS TO AUD-NEW-PRODUCT-STATUS.
003630     MOVE UNIT-PRICE TO AUD-OLD-UNIT-PRICE.
003640     MOVE UNIT-PRICE TO AUD-NEW-UNIT-PRICE.
003650     MOVE UNIT-COST TO AUD-OLD-UNIT-COST.
003660     MOVE UNIT-COST TO AUD-NEW-UNIT-COST.
003670     MOVE WS-OLD-QUANTITY-ON-HAND TO AUD-OLD-QUANTITY-ON-HAND.
003680     MOVE QUANTITY-ON-HAND TO AUD-NEW-QUANTITY-ON-HAND.
003690     WRITE AUDIT-RECORD.
003700 2200-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* THE VARIANCE IS THE MOVEMENT - POSITIVE FOR A FIND, NEGATIVE
003740* FOR SHRINKAGE - AND THE COUNT DATE STANDS AS ITS DOCUMENT.
003750*----------------------------------------------------------------
003760 2300-WRITE-STOCK-MOVEMENT.
003770     MOVE CE-PRODUCT-ID TO SM-PRODUCT-ID.
003780     SET SM-COUNT-VARIANCE TO TRUE.
003790     MOVE WS-VARIANCE-QUANTITY TO SM-QUANTITY.
003800     MOVE CE-COUNT-DATE TO SM-DOCUMENT-NUMBER.
003810     MOVE WS-BUSINESS-DATE TO SM-BUSINESS-DATE.
003820     MOVE 'CNTPOST' TO SM-SOURCE-PROGRAM.
003830     WRITE STOCK-MOVEMENT-RECORD.
003840 2300-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* A COUNT IS A COUNT WHETHER OR NOT IT MOVED THE BOOK - THE
003880* PRODUCT'S LAST COUNT DATE GOES ON THE ABC CLASS FILE SO CNTSHT
003890* DOES NOT PULL IT AGAIN BEFORE ITS CLASS IS DUE.  A PRODUCT NOT
003900* YET CLASSIFIED IS ADDED WITH A BLANK CLASS; A SHEET KEYED LATE
003910* NEVER SETS A NEWER COUNT DATE BACK.
003920*----------------------------------------------------------------
003930 2400-STAMP-COUNT-DATE.
003940     SET WS-ABC-FOUND-SWITCH TO 'N'.
003950     MOVE CE-PRODUCT-ID TO AB-PRODUCT-ID.
003960     READ ABC-CLASS-FILE
003970         INVALID KEY
003980             CONTINUE
003990         NOT INVALID KEY
004000             SET WS-ABC-FOUND-SWITCH TO 'Y'
004010     END-READ.
004020     IF WS-ABC-FOUND-SWITCH NOT = 'Y'
004030         MOVE CE-PRODUCT-ID TO AB-PRODUCT-ID
004040         MOVE SPACE TO AB-CLASS
004050         MOVE ZERO TO AB-SALES-AMOUNT
004060         MOVE ZERO TO AB-SALES-RANK
004070         MOVE ZERO TO AB-CLASSIFIED-DATE
004080         MOVE CE-COUNT-DATE TO AB-LAST-COUNT-DATE
004090         WRITE ABC-CLASS-RECORD
004100         GO TO 2400-EXIT
004110     END-IF.
004120     IF CE-COUNT-DATE > AB-LAST-COUNT-DATE
004130         MOVE CE-COUNT-DATE TO AB-LAST-COUNT-DATE
004140         REWRITE ABC-CLASS-RECORD
004150     END-IF.
004160 2400-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190 3000-FINISH-UP.
004200     MOVE SPACE TO REPORT-LINE.
004210     WRITE REPORT-LINE.
004220     MOVE 'COUNT ENTRIES PROCESSED:' TO TOT-TEXT.
004230     MOVE WS-ENTRY-COUNT TO TOT-COUNT.
004240     WRITE REPORT-LINE FROM TOTAL-LINE.
004250     MOVE 'QUANTITIES ADJUSTED:' TO TOT-TEXT.
004260     MOVE WS-ADJUSTED-COUNT TO TOT-COUNT.
004270     WRITE REPORT-LINE FROM TOTAL-LINE.
004280     MOVE 'COUNTS MATCHING BOOK:' TO TOT-TEXT.
004290     MOVE WS-NO-CHANGE-COUNT TO TOT-COUNT.
004300     WRITE REPORT-LINE FROM TOTAL-LINE.
004310     MOVE 'ENTRIES REJECTED:' TO TOT-TEXT.
004320     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
004330     WRITE REPORT-LINE FROM TOTAL-LINE.
004340     MOVE WS-NET-VARIANCE-VALUE TO NET-VARIANCE-VALUE.
004350     WRITE REPORT-LINE FROM NET-TOTAL-LINE.
004360     CLOSE COUNT-ENTRY-FILE.
004370     CLOSE PRODUCT-FILE.
004380     CLOSE AUDIT-FILE.
004390     CLOSE STOCK-MOVEMENT-FILE.
004400     CLOSE ABC-CLASS-FILE.
004410     CLOSE REPORT-FILE.
004420 3000-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
004460* NONZERO RETURN CODE.  THE DATE IS CHECKED BEFORE ANY FILE
004470* OPENS, SO NOTHING HAS BEEN POSTED OR WRITTEN.
004480*----------------------------------------------------------------
004490 3850-DATE-REFUSED-STOP.
004500     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
004510     OPEN OUTPUT REPORT-FILE.
004520     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
004530     WRITE REPORT-LINE FROM CLS-STOP-LINE.
004540     CLOSE REPORT-FILE.
004550     MOVE 16 TO RETURN-CODE.
004560 3850-EXIT.
004570     EXIT.
