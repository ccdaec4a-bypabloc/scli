000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CTRMAINT.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. MASTER-FILE-MAINTENANCE.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - CUSTOMER PRICE AGREEMENT
000200*                 MAINTENANCE WITH BEFORE/AFTER AUDIT
000210*----------------------------------------------------------------
000220* THIS PROGRAM APPLIES PRICE AGREEMENT TRANSACTIONS (CTRTRAN.CPY)
000230* AGAINST THE INDEXED CUSTOMER PRICE AGREEMENT FILE (CONTRACT.CPY)
000240* DIRECTLY BY KEY, THE WAY PRCMAINT REPRICES THE PRODUCT MASTER.
000250* AN ADD MUST NOT ALREADY BE ON FILE; A CHANGE OR DELETE MUST BE.
000260* THE CUSTOMER MUST BE ON THE CUSTOMER MASTER AND A PRODUCT
000270* AGREEMENT'S PRODUCT ON THE PRODUCT MASTER.  THE AGREEMENT THAT
000280* WOULD RESULT IS EDITED BEFORE ANYTHING IS WRITTEN - A PRICE
000290* BASIS OF P OR D, AN END DATE NOT BEFORE THE START DATE, A
000300* PRICED TIER 1, AND ANY QUANTITY BREAKS PRICED AND IN ASCENDING
000310* MINIMUM QUANTITY - AND ONE THAT FAILS IS REFUSED AND REPORTED.
000320* EVERY AGREEMENT ADDED, CHANGED OR DELETED IS WRITTEN TO THE
000330* CUMULATIVE AGREEMENT AUDIT (CTRAUDIT.CPY) WITH ITS WHOLE RECORD
000340* BEFORE AND AFTER, AND BOTH IMAGES ARE PRINTED ON THE REPORT.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AGREEMENT-TRANS-FILE ASSIGN TO CTRIN
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT PRICE-AGREEMENT-FILE ASSIGN TO PRCAGR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS PA-AGREEMENT-KEY.
000480     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS CUSTOMER-ID.
000520     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS PRODUCT-ID.
000560     SELECT AGREEMENT-AUDIT-FILE ASSIGN TO CTRAUDIT
000570         ORGANIZATION IS SEQUENTIAL.
000580     SELECT REPORT-FILE ASSIGN TO CTRRPT
000590         ORGANIZATION IS SEQUENTIAL.
000600     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-BIZ-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  AGREEMENT-TRANS-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 COPY "ctrtran.cpy".
000690 FD  PRICE-AGREEMENT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY "contract.cpy".
000730 FD  CUSTOMER-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY "customer.cpy".
000770 FD  PRODUCT-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 COPY "product.cpy".
000810 FD  AGREEMENT-AUDIT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY "ctraudit.cpy".
000850 FD  REPORT-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE OMITTED.
000880 01  REPORT-LINE                 PIC X(132).
000890 FD  BUSINESS-DATE-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY "bizdate.cpy".
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950* BUSINESS DATE
000960*----------------------------------------------------------------
000970 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
000980 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000990*----------------------------------------------------------------
001000* SWITCHES, COUNTERS AND WORK FIELDS
001010*----------------------------------------------------------------
001020 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001030     88  END-OF-FILE                       VALUE 'Y'.
001040 77  WS-AGR-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001050 77  WS-CUST-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001060 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001070 77  WS-EDIT-SWITCH              PIC X(01) VALUE 'N'.
001080     88  AGREEMENT-IN-ERROR                VALUE 'Y'.
001090 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001100 77  WS-OPEN-END-DATE            PIC 9(08) VALUE 99999999.
001110 77  WS-TIER-SUB                 PIC 9(02) COMP VALUE ZERO.
001120 77  WS-PRIOR-MIN-QUANTITY       PIC 9(05) VALUE ZERO.
001130 77  WS-EDIT-REASON              PIC X(40) VALUE SPACE.
001140 77  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
001150 77  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
001160 77  WS-DELETED-COUNT            PIC 9(05) COMP VALUE ZERO.
001170 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001180 01  WS-BEFORE-IMAGE             PIC X(131) VALUE SPACE.
001190 01  WS-BEFORE-PRINT-LINE        PIC X(132) VALUE SPACE.
001200 01  WS-AUDIT-TIMESTAMP.
001210     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001220     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
001230*----------------------------------------------------------------
001240* REPORT HEADINGS AND DETAIL LINES
001250*----------------------------------------------------------------
001260 01  HDG-TITLE-LINE.
001270     05  FILLER                  PIC X(01) VALUE SPACE.
001280     05  FILLER                  PIC X(36) VALUE
001290         'PRICE AGREEMENT MAINTENANCE REPORT'.
001300     05  FILLER                  PIC X(06) VALUE 'DATE'.
001310     05  HDG-RUN-DATE            PIC 9(08).
001320 01  HDG-COLUMN-LINE.
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  FILLER                  PIC X(04) VALUE 'CODE'.
001350     05  FILLER                  PIC X(02) VALUE SPACE.
001360     05  FILLER                  PIC X(11) VALUE 'CUSTOMER ID'.
001370     05  FILLER                  PIC X(02) VALUE SPACE.
001380     05  FILLER                  PIC X(04) VALUE 'TYPE'.
001390     05  FILLER                  PIC X(02) VALUE SPACE.
001400     05  FILLER                  PIC X(17) VALUE
001410         'PRODUCT/CATEGORY'.
001420     05  FILLER                  PIC X(20) VALUE 'DISPOSITION'.
001430 01  HDG-IMAGE-LINE.
001440     05  FILLER                  PIC X(13) VALUE SPACE.
001450     05  FILLER                  PIC X(10) VALUE 'START'.
001460     05  FILLER                  PIC X(10) VALUE 'END'.
001470     05  FILLER                  PIC X(06) VALUE 'BASIS'.
001480     05  FILLER                  PIC X(40) VALUE
001490         'TIERS - MIN QTY, PRICE OR PCT OFF'.
001500 01  DTL-LINE.
001510     05  FILLER                  PIC X(02) VALUE SPACE.
001520     05  DTL-TRANS-CODE          PIC X(01).
001530     05  FILLER                  PIC X(04) VALUE SPACE.
001540     05  DTL-CUSTOMER-ID         PIC 9(10).
001550     05  FILLER                  PIC X(04) VALUE SPACE.
001560     05  DTL-AGREEMENT-TYPE      PIC X(01).
001570     05  FILLER                  PIC X(04) VALUE SPACE.
001580     05  DTL-ITEM-KEY            PIC X(15).
001590     05  FILLER                  PIC X(02) VALUE SPACE.
001600     05  DTL-DISPOSITION         PIC X(40).
001610 01  IMG-LINE.
001620     05  FILLER                  PIC X(05) VALUE SPACE.
001630     05  IMG-LABEL               PIC X(08).
001640     05  IMG-START-DATE          PIC 9(08).
001650     05  FILLER                  PIC X(02) VALUE SPACE.
001660     05  IMG-END-DATE            PIC 9(08).
001670     05  FILLER                  PIC X(04) VALUE SPACE.
001680     05  IMG-PRICE-BASIS         PIC X(01).
001690     05  FILLER                  PIC X(03) VALUE SPACE.
001700     05  IMG-TIER OCCURS 5 TIMES.
001710         10  IMG-TIER-MIN-QUANTITY PIC ZZZZ9.
001720         10  FILLER              PIC X(01).
001730         10  IMG-TIER-VALUE      PIC ZZZZ9.99.
001740         10  FILLER              PIC X(02).
001750 01  TOTAL-LINE.
001760     05  FILLER                  PIC X(01) VALUE SPACE.
001770     05  TOT-TEXT                PIC X(30).
001780     05  TOT-COUNT               PIC ZZZZ9.
001790 PROCEDURE DIVISION.
001800*----------------------------------------------------------------
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001840         UNTIL END-OF-FILE.
001850     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
001860     STOP RUN.
001870*----------------------------------------------------------------
001880* THE AUDIT IS A CUMULATIVE HISTORY, SO IT IS EXTENDED, NOT
001890* REPLACED, EVERY RUN.
001900*----------------------------------------------------------------
001910 1000-INITIALIZE.
001920     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
001930     OPEN INPUT AGREEMENT-TRANS-FILE.
001940     OPEN I-O PRICE-AGREEMENT-FILE.
001950     OPEN INPUT CUSTOMER-FILE.
001960     OPEN INPUT PRODUCT-FILE.
001970     OPEN EXTEND AGREEMENT-AUDIT-FILE.
001980     OPEN OUTPUT REPORT-FILE.
001990     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
002000     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
002010     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
002020     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
002030     WRITE REPORT-LINE FROM HDG-IMAGE-LINE.
002040     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002050 1000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080 1100-READ-TRANSACTION.
002090     READ AGREEMENT-TRANS-FILE
002100         AT END
002110             SET END-OF-FILE TO TRUE
002120     END-READ.
002130 1100-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002170* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
002180* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
002190* NO RECORD MEANS THE RUN DATE.
002200*----------------------------------------------------------------
002210 1900-READ-BUSINESS-DATE.
002220     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
002230     OPEN INPUT BUSINESS-DATE-FILE.
002240     IF WS-BIZ-FILE-STATUS = '00'
002250         READ BUSINESS-DATE-FILE
002260             AT END
002270                 CONTINUE
002280             NOT AT END
002290                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002300         END-READ
002310         CLOSE BUSINESS-DATE-FILE
002320     END-IF.
002330 1900-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360 2000-PROCESS-TRANSACTION.
002370     MOVE SPACE TO DTL-LINE.
002380     MOVE CT-TRANS-CODE TO DTL-TRANS-CODE.
002390     MOVE CT-CUSTOMER-ID TO DTL-CUSTOMER-ID.
002400     MOVE CT-AGREEMENT-TYPE TO DTL-AGREEMENT-TYPE.
002410     MOVE CT-ITEM-KEY TO DTL-ITEM-KEY.
002420     MOVE SPACE TO WS-BEFORE-IMAGE.
002430     MOVE SPACE TO WS-BEFORE-PRINT-LINE.
002440     SET WS-AGR-FOUND-SWITCH TO 'N'.
002450     MOVE CT-AGREEMENT-KEY TO PA-AGREEMENT-KEY.
002460     READ PRICE-AGREEMENT-FILE
002470         INVALID KEY
002480             CONTINUE
002490         NOT INVALID KEY
002500             SET WS-AGR-FOUND-SWITCH TO 'Y'
002510     END-READ.
002520     EVALUATE TRUE
002530         WHEN CT-ADD-TRANS
002540             PERFORM 2100-ADD-AGREEMENT THRU 2100-EXIT
002550         WHEN CT-CHANGE-TRANS
002560             PERFORM 2200-CHANGE-AGREEMENT THRU 2200-EXIT
002570         WHEN CT-DELETE-TRANS
002580             PERFORM 2300-DELETE-AGREEMENT THRU 2300-EXIT
002590         WHEN OTHER
002600             MOVE 'INVALID TRANSACTION CODE' TO WS-EDIT-REASON
002610             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002620     END-EVALUATE.
002630     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
002640 2000-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670* AN ADD CARRIES THE WHOLE AGREEMENT.  NO START DATE MEANS
002680* TODAY; NO END DATE MEANS OPEN-ENDED.
002690*----------------------------------------------------------------
002700 2100-ADD-AGREEMENT.
002710     IF WS-AGR-FOUND-SWITCH = 'Y'
002720         MOVE 'AGREEMENT ALREADY ON FILE' TO WS-EDIT-REASON
002730         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002740         GO TO 2100-EXIT
002750     END-IF.
002760     PERFORM 2500-CHECK-MASTERS THRU 2500-EXIT.
002770     IF AGREEMENT-IN-ERROR
002780         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002790         GO TO 2100-EXIT
002800     END-IF.
002810     MOVE SPACE TO PRICE-AGREEMENT-RECORD.
002820     MOVE CT-AGREEMENT-KEY TO PA-AGREEMENT-KEY.
002830     MOVE CT-START-DATE TO PA-START-DATE.
002840     IF PA-START-DATE = ZERO
002850         MOVE WS-TODAY-DATE TO PA-START-DATE
002860     END-IF.
002870     MOVE CT-END-DATE TO PA-END-DATE.
002880     IF PA-END-DATE = ZERO
002890         MOVE WS-OPEN-END-DATE TO PA-END-DATE
002900     END-IF.
002910     MOVE CT-PRICE-BASIS TO PA-PRICE-BASIS.
002920     MOVE CT-PRICE-TIERS TO PA-PRICE-TIERS.
002930     MOVE WS-TODAY-DATE TO PA-LAST-UPDATE-DATE.
002940     PERFORM 2600-EDIT-AGREEMENT THRU 2600-EXIT.
002950     IF AGREEMENT-IN-ERROR
002960         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
002970         GO TO 2100-EXIT
002980     END-IF.
002990     WRITE PRICE-AGREEMENT-RECORD.
003000     SET CA-AGREEMENT-ADDED TO TRUE.
003010     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003020     MOVE 'ADDED' TO DTL-DISPOSITION.
003030     PERFORM 2800-PRINT-AGREEMENT THRU 2800-EXIT.
003040     ADD 1 TO WS-ADDED-COUNT.
003050 2100-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* A CHANGE CARRIES ONLY WHAT IT CHANGES.  A NONZERO DATE REPLACES
003090* THAT DATE; A PRICE BASIS REPLACES THE BASIS AND THE WHOLE TIER
003100* TABLE, SO A RENEGOTIATED PRICE NEVER KEEPS A STALE BREAK.
003110*----------------------------------------------------------------
003120 2200-CHANGE-AGREEMENT.
003130     IF WS-AGR-FOUND-SWITCH NOT = 'Y'
003140         MOVE 'AGREEMENT NOT ON FILE' TO WS-EDIT-REASON
003150         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
003160         GO TO 2200-EXIT
003170     END-IF.
003180     MOVE PRICE-AGREEMENT-RECORD TO WS-BEFORE-IMAGE.
003190     MOVE 'BEFORE' TO IMG-LABEL.
003200     PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT.
003210     MOVE IMG-LINE TO WS-BEFORE-PRINT-LINE.
003220     IF CT-START-DATE NOT = ZERO
003230         MOVE CT-START-DATE TO PA-START-DATE
003240     END-IF.
003250     IF CT-END-DATE NOT = ZERO
003260         MOVE CT-END-DATE TO PA-END-DATE
003270     END-IF.
003280     IF CT-PRICE-BASIS NOT = SPACE
003290         MOVE CT-PRICE-BASIS TO PA-PRICE-BASIS
003300         MOVE CT-PRICE-TIERS TO PA-PRICE-TIERS
003310     END-IF.
003320     MOVE WS-TODAY-DATE TO PA-LAST-UPDATE-DATE.
003330     PERFORM 2600-EDIT-AGREEMENT THRU 2600-EXIT.
003340     IF AGREEMENT-IN-ERROR
003350         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
003360         GO TO 2200-EXIT
003370     END-IF.
003380     REWRITE PRICE-AGREEMENT-RECORD.
003390     SET CA-AGREEMENT-CHANGED TO TRUE.
003400     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003410     MOVE 'CHANGED' TO DTL-DISPOSITION.
003420     PERFORM 2800-PRINT-AGREEMENT THRU 2800-EXIT.
003430     ADD 1 TO WS-CHANGED-COUNT.
003440 2200-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470 2300-DELETE-AGREEMENT.
003480     IF WS-AGR-FOUND-SWITCH NOT = 'Y'
003490         MOVE 'AGREEMENT NOT ON FILE' TO WS-EDIT-REASON
003500         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
003510         GO TO 2300-EXIT
003520     END-IF.
003530     MOVE PRICE-AGREEMENT-RECORD TO WS-BEFORE-IMAGE.
003540     MOVE 'BEFORE' TO IMG-LABEL.
003550     PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT.
003560     MOVE IMG-LINE TO WS-BEFORE-PRINT-LINE.
003570     DELETE PRICE-AGREEMENT-FILE RECORD.
003580     MOVE SPACE TO PRICE-AGREEMENT-RECORD.
003590     SET CA-AGREEMENT-DELETED TO TRUE.
003600     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003610     MOVE 'DELETED' TO DTL-DISPOSITION.
003620     PERFORM 2800-PRINT-AGREEMENT THRU 2800-EXIT.
003630     ADD 1 TO WS-DELETED-COUNT.
003640 2300-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670* THE CUSTOMER MUST BE ON THE CUSTOMER MASTER, AND A PRODUCT
003680* AGREEMENT'S PRODUCT ON THE PRODUCT MASTER.  A CATEGORY IS NOT
003690* HELD ON A FILE OF ITS OWN, SO IT NEED ONLY BE PRESENT.
003700*----------------------------------------------------------------
003710 2500-CHECK-MASTERS.
003720     MOVE 'N' TO WS-EDIT-SWITCH.
003730     SET WS-CUST-FOUND-SWITCH TO 'N'.
003740     MOVE CT-CUSTOMER-ID TO CUSTOMER-ID.
003750     READ CUSTOMER-FILE
003760         INVALID KEY
003770             CONTINUE
003780         NOT INVALID KEY
003790             SET WS-CUST-FOUND-SWITCH TO 'Y'
003800     END-READ.
003810     IF WS-CUST-FOUND-SWITCH NOT = 'Y'
003820         MOVE 'CUSTOMER NOT ON MASTER' TO WS-EDIT-REASON
003830         SET AGREEMENT-IN-ERROR TO TRUE
003840         GO TO 2500-EXIT
003850     END-IF.
003860     IF CT-CATEGORY-AGREEMENT
003870         IF CT-ITEM-KEY = SPACE
003880             MOVE 'CATEGORY MISSING' TO WS-EDIT-REASON
003890             SET AGREEMENT-IN-ERROR TO TRUE
003900         END-IF
003910         GO TO 2500-EXIT
003920     END-IF.
003930     IF NOT CT-PRODUCT-AGREEMENT
003940         MOVE 'AGREEMENT TYPE MUST BE P OR C' TO WS-EDIT-REASON
003950         SET AGREEMENT-IN-ERROR TO TRUE
003960         GO TO 2500-EXIT
003970     END-IF.
003980     SET WS-PROD-FOUND-SWITCH TO 'N'.
003990     MOVE CT-PRODUCT-ID TO PRODUCT-ID.
004000     READ PRODUCT-FILE
004010         INVALID KEY
004020             CONTINUE
004030         NOT INVALID KEY
004040             SET WS-PROD-FOUND-SWITCH TO 'Y'
004050     END-READ.
004060     IF WS-PROD-FOUND-SWITCH NOT = 'Y'
004070         MOVE 'PRODUCT NOT ON MASTER' TO WS-EDIT-REASON
004080         SET AGREEMENT-IN-ERROR TO TRUE
004090     END-IF.
004100 2500-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130* EDIT THE AGREEMENT AS IT WOULD BE WRITTEN.  TIER 1 IS THE BASE
004140* PRICE AND MUST BE PRICED; A LATER TIER WITH A MINIMUM QUANTITY
004150* IS A QUANTITY BREAK AND MUST BE PRICED AND ABOVE THE BREAK
004160* BEFORE IT.
004170*----------------------------------------------------------------
004180 2600-EDIT-AGREEMENT.
004190     MOVE 'N' TO WS-EDIT-SWITCH.
004200     IF NOT PA-CONTRACT-PRICE
004210         AND NOT PA-PERCENT-OFF
004220         MOVE 'PRICE BASIS MUST BE P OR D' TO WS-EDIT-REASON
004230         SET AGREEMENT-IN-ERROR TO TRUE
004240         GO TO 2600-EXIT
004250     END-IF.
004260     IF PA-END-DATE < PA-START-DATE
004270         MOVE 'END DATE BEFORE START DATE' TO WS-EDIT-REASON
004280         SET AGREEMENT-IN-ERROR TO TRUE
004290         GO TO 2600-EXIT
004300     END-IF.
004310     MOVE PA-TIER-MIN-QUANTITY (1) TO WS-PRIOR-MIN-QUANTITY.
004320     MOVE 1 TO WS-TIER-SUB.
004330     PERFORM 2610-EDIT-ONE-TIER THRU 2610-EXIT
004340         UNTIL WS-TIER-SUB > 5
004350         OR AGREEMENT-IN-ERROR.
004360 2600-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390 2610-EDIT-ONE-TIER.
004400     IF WS-TIER-SUB > 1
004410         AND PA-TIER-MIN-QUANTITY (WS-TIER-SUB) = ZERO
004420         ADD 1 TO WS-TIER-SUB
004430         GO TO 2610-EXIT
004440     END-IF.
004450     IF WS-TIER-SUB > 1
004460         AND PA-TIER-MIN-QUANTITY (WS-TIER-SUB)
004470             NOT > WS-PRIOR-MIN-QUANTITY
004480         MOVE 'TIER QUANTITIES NOT ASCENDING' TO WS-EDIT-REASON
004490         SET AGREEMENT-IN-ERROR TO TRUE
004500         GO TO 2610-EXIT
004510     END-IF.
004520     IF (PA-CONTRACT-PRICE
004530         AND PA-TIER-UNIT-PRICE (WS-TIER-SUB) = ZERO)
004540         OR (PA-PERCENT-OFF
004550         AND PA-TIER-PERCENT-OFF (WS-TIER-SUB) = ZERO)
004560         MOVE 'TIER HAS NO PRICE OR PERCENT' TO WS-EDIT-REASON
004570         SET AGREEMENT-IN-ERROR TO TRUE
004580         GO TO 2610-EXIT
004590     END-IF.
004600     MOVE PA-TIER-MIN-QUANTITY (WS-TIER-SUB)
004610         TO WS-PRIOR-MIN-QUANTITY.
004620     ADD 1 TO WS-TIER-SUB.
004630 2610-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660* THE AUDIT CARRIES THE WHOLE AGREEMENT BEFORE AND AFTER.  THE
004670* TIMESTAMP IS THE WALL CLOCK, AS ON EVERY OTHER AUDIT; THE
004680* BUSINESS DATE RIDES ALONGSIDE IT.
004690*----------------------------------------------------------------
004700 2700-WRITE-AUDIT.
004710     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
004720     ACCEPT WS-AUDIT-TIME FROM TIME.
004730     MOVE WS-AUDIT-TIMESTAMP TO CA-TIMESTAMP.
004740     MOVE WS-TODAY-DATE TO CA-BUSINESS-DATE.
004750     MOVE 'CTRMAINT' TO CA-SOURCE-PROGRAM.
004760     MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
004770     MOVE PRICE-AGREEMENT-RECORD TO CA-AFTER-IMAGE.
004780     WRITE AGREEMENT-AUDIT-RECORD.
004790 2700-EXIT.
004800     EXIT.
004810*----------------------------------------------------------------
004820* PRINT THE TRANSACTION, THEN THE AGREEMENT AS IT STOOD BEFORE
004830* (CHANGE AND DELETE) AND AS IT STANDS NOW (ADD AND CHANGE).
004840*----------------------------------------------------------------
004850 2800-PRINT-AGREEMENT.
004860     WRITE REPORT-LINE FROM DTL-LINE.
004870     IF WS-BEFORE-PRINT-LINE NOT = SPACE
004880         WRITE REPORT-LINE FROM WS-BEFORE-PRINT-LINE
004890     END-IF.
004900     IF PRICE-AGREEMENT-RECORD NOT = SPACE
004910         MOVE 'AFTER' TO IMG-LABEL
004920         PERFORM 2850-FORMAT-IMAGE THRU 2850-EXIT
004930         WRITE REPORT-LINE FROM IMG-LINE
004940     END-IF.
004950 2800-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980 2850-FORMAT-IMAGE.
004990     MOVE PA-START-DATE TO IMG-START-DATE.
005000     MOVE PA-END-DATE TO IMG-END-DATE.
005010     MOVE PA-PRICE-BASIS TO IMG-PRICE-BASIS.
005020     MOVE 1 TO WS-TIER-SUB.
005030     PERFORM 2860-FORMAT-ONE-TIER THRU 2860-EXIT
005040         UNTIL WS-TIER-SUB > 5.
005050 2850-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------
005080 2860-FORMAT-ONE-TIER.
005090     MOVE SPACE TO IMG-TIER (WS-TIER-SUB).
005100     IF WS-TIER-SUB = 1
005110         OR PA-TIER-MIN-QUANTITY (WS-TIER-SUB) NOT = ZERO
005120         MOVE PA-TIER-MIN-QUANTITY (WS-TIER-SUB)
005130             TO IMG-TIER-MIN-QUANTITY (WS-TIER-SUB)
005140         IF PA-PERCENT-OFF
005150             MOVE PA-TIER-PERCENT-OFF (WS-TIER-SUB)
005160                 TO IMG-TIER-VALUE (WS-TIER-SUB)
005170         ELSE
005180             MOVE PA-TIER-UNIT-PRICE (WS-TIER-SUB)
005190                 TO IMG-TIER-VALUE (WS-TIER-SUB)
005200         END-IF
005210     END-IF.
005220     ADD 1 TO WS-TIER-SUB.
005230 2860-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260 2900-REJECT-TRANSACTION.
005270     MOVE WS-EDIT-REASON TO DTL-DISPOSITION.
005280     WRITE REPORT-LINE FROM DTL-LINE.
005290     ADD 1 TO WS-REJECTED-COUNT.
005300 2900-EXIT.
005310     EXIT.
005320*----------------------------------------------------------------
005330 3000-FINISH-UP.
005340     MOVE SPACE TO REPORT-LINE.
005350     WRITE REPORT-LINE.
005360     MOVE 'AGREEMENTS ADDED:' TO TOT-TEXT.
005370     MOVE WS-ADDED-COUNT TO TOT-COUNT.
005380     WRITE REPORT-LINE FROM TOTAL-LINE.
005390     MOVE 'AGREEMENTS CHANGED:' TO TOT-TEXT.
005400     MOVE WS-CHANGED-COUNT TO TOT-COUNT.
005410     WRITE REPORT-LINE FROM TOTAL-LINE.
005420     MOVE 'AGREEMENTS DELETED:' TO TOT-TEXT.
005430     MOVE WS-DELETED-COUNT TO TOT-COUNT.
005440     WRITE REPORT-LINE FROM TOTAL-LINE.
005450     MOVE 'TRANSACTIONS REJECTED:' TO TOT-TEXT.
005460     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
005470     WRITE REPORT-LINE FROM TOTAL-LINE.
005480     CLOSE AGREEMENT-TRANS-FILE.
005490     CLOSE PRICE-AGREEMENT-FILE.
005500     CLOSE CUSTOMER-FILE.
005510     CLOSE PRODUCT-FILE.
005520     CLOSE AGREEMENT-AUDIT-FILE.
005530     CLOSE REPORT-FILE.
005540 3000-EXIT.
005550     EXIT.
