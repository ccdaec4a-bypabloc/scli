000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - NIGHTLY GL JOURNAL EXTRACT
000200* 2026-10-15 DW   SUPPLIER PAYMENTS - THE DAY'S CHECKS ON THE
000210*                 DISBURSEMENT HISTORY (DISBHIST.CPY) NOW RELIEVE
000220*                 ACCRUED PAYABLES AT THE INVOICE AMOUNT AGAINST
000230*                 CASH AT WHAT THE CHECK PAID, WITH ANY EARLY-PAY
000240*                 DISCOUNT TAKEN TO ITS OWN ('PD') ACCOUNT.
000250*                 RENUMBERED
000260* 2026-10-15 DW   AR ADJUSTMENTS - THE DAY'S FINANCE CHARGES ON
000270*                 THE ADJUSTMENT HISTORY (ADJHIST.CPY) NOW DEBIT
000280*                 AR AGAINST FINANCE-CHARGE INCOME ('FI'), AND ITS
000290*                 WRITE-OFFS DEBIT BAD DEBT ('BD') AGAINST AR.
000300*                 RENUMBERED
000310* 2026-10-15 DW   BUSINESS DATE - THE GLPARM PARAMETER FILE IS
000320*                 GONE.  THE EXTRACT DATE IS NOW THE BUSINESS DATE
000330*                 ON THE DATE CONTROL RECORD (BIZDATE.CPY), AND A
000340*                 RELEASED JOURNAL LOGS THE DAY ON THE PERIOD STEP
000350*                 FILE (PERSTEP.CPY) FOR THE MONTH-END CLOSE.
000360*                 RENUMBERED
000370*----------------------------------------------------------------
000380* THIS PROGRAM RUNS AFTER THE NIGHTLY BATCH AND TURNS THE DAY'S
000390* POSTED WORK INTO ONE BALANCED JOURNAL FILE (GLJRNL.CPY) SO
000400* ACCOUNTING STOPS RE-KEYING FOUR PRINTOUTS:
000410*   - SALES AND AR FROM THE DAY'S SALES HISTORY, SALES CREDITED
000420*     BY PRODUCT-CATEGORY (THE CATEGORY COMES FROM THE INDEXED
000430*     PRODUCT MASTER)
000440*   - SALES TAX PAYABLE BY STATE FROM THE DAY'S TAX HISTORY
000450*   - CASH AND AR RELIEF FROM THE DAY'S APPLIED RECEIPTS ON THE
000460*     CASH HISTORY, CREDIT MEMOS TO THEIR OWN ACCOUNT
000470*   - INVENTORY AND ACCRUED PAYABLES FROM THE DAY'S POSTED
000480*     RECEIPTS ON THE RECEIPT HISTORY
000490*   - ACCRUED PAYABLES RELIEF, CASH, AND PURCHASE DISCOUNTS
000500*     TAKEN FROM THE DAY'S CHECKS ON THE DISBURSEMENT HISTORY
000510*   - FINANCE CHARGES AND BAD-DEBT WRITE-OFFS FROM THE DAY'S AR
000520*     ADJUSTMENTS ON THE ADJUSTMENT HISTORY
000530* THE ACCOUNT NUMBERS COME FROM THE MAP PARAMETER FILE
000540* (GLMAP.CPY), SO THE CHART CAN CHANGE WITHOUT A PROGRAM
000550* CHANGE; AN UNMAPPED SOURCE POSTS TO SUSPENSE AND IS FLAGGED.
000560* RETURNS ARE NEGATIVE HISTORY LINES AND NET THEMSELVES OUT OF
000570* THE DAY'S FIGURES.  THE EXTRACT DATE IS THE BUSINESS DATE ON
000580* THE DATE CONTROL RECORD (BIZDATE.CPY); NO RECORD MEANS THE
000590* RUN DATE.
000600*
000610* EVERYTHING ACCUMULATES BY ACCOUNT IN STORAGE FIRST AND THE
000620* PRINTED PROOF IS TOTALED BEFORE A SINGLE JOURNAL RECORD IS
000630* WRITTEN - IF DEBITS AND CREDITS DO NOT TIE THE FILE IS NOT
000640* RELEASED AT ALL AND THE RUN ENDS WITH RETURN-CODE 8 SO THE
000650* SCHEDULER HOLDS THE NIGHT.
000660* A RELEASED JOURNAL LOGS ITS DAY ON THE PERIOD STEP FILE
000670* (PERSTEP.CPY) - THE EXTRACT FOR A MONTH'S LAST BUSINESS DAY IS
000680* ONE OF THE STEPS PERIOD CLOSE (PERCLOSE) WAITS FOR.
000690*----------------------------------------------------------------
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. IBM-370.
000730 OBJECT-COMPUTER. IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT SALES-HISTORY-FILE ASSIGN TO SLSHIST
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT TAX-HISTORY-FILE ASSIGN TO TAXHIST
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT CASH-HISTORY-FILE ASSIGN TO CSHHIST
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT RECEIPT-HISTORY-FILE ASSIGN TO RCPHIST
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT DISBURSEMENT-FILE ASSIGN TO DSBHIST
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT ADJUSTMENT-HISTORY-FILE ASSIGN TO ADJHIST
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS PRODUCT-ID.
000920     SELECT GL-MAP-FILE ASSIGN TO GLMAP
000930         ORGANIZATION IS SEQUENTIAL.
000940     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-BIZ-FILE-STATUS.
000970     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000980         ORGANIZATION IS SEQUENTIAL.
000990     SELECT REPORT-FILE ASSIGN TO GLPROOF
001000         ORGANIZATION IS SEQUENTIAL.
001010     SELECT PERIOD-STEP-FILE ASSIGN TO PERSTEP
001020         ORGANIZATION IS SEQUENTIAL.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  SALES-HISTORY-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY "saleshist.cpy".
001090 FD  TAX-HISTORY-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY "taxhist.cpy".
001130 FD  CASH-HISTORY-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 COPY "cashhist.cpy".
001170 FD  RECEIPT-HISTORY-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 COPY "rcpthist.cpy".
001210 FD  DISBURSEMENT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY "disbhist.cpy".
001250 FD  ADJUSTMENT-HISTORY-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 COPY "adjhist.cpy".
001290 FD  PRODUCT-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 COPY "product.cpy".
001330 FD  GL-MAP-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 COPY "glmap.cpy".
001370 FD  BUSINESS-DATE-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 COPY "bizdate.cpy".
001410 FD  PERIOD-STEP-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 COPY "perstep.cpy".
001450 FD  GL-JOURNAL-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 COPY "gljrnl.cpy".
001490 FD  REPORT-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE OMITTED.
001520 01  REPORT-LINE                 PIC X(132).
001530 WORKING-STORAGE SECTION.
001540*----------------------------------------------------------------
001550* SWITCHES AND SELECTION
001560*----------------------------------------------------------------
001570 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001580     88  END-OF-FILE                       VALUE 'Y'.
001590 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001600 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001610 77  WS-EXTRACT-DATE             PIC 9(08) VALUE ZERO.
001620 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
001630     88  PROOF-OUT-OF-BALANCE              VALUE 'Y'.
001640*----------------------------------------------------------------
001650* ACCOUNT MAP TABLE - LOADED IN FULL FROM THE PARAMETER FILE
001660*----------------------------------------------------------------
001670 77  WS-SUSPENSE-ACCOUNT         PIC 9(08) VALUE 99999999.
001680 77  WS-UNMAPPED-COUNT           PIC 9(07) COMP VALUE ZERO.
001690 77  WS-MAP-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001700 01  MAP-TABLE-AREA.
001710     05  WS-MAP-COUNT            PIC 9(03) COMP VALUE ZERO.
001720     05  MAP-TABLE-ENTRY OCCURS 200 TIMES
001730             INDEXED BY MP-IDX.
001740         10  MP-MAP-TYPE             PIC X(02).
001750         10  MP-MAP-KEY              PIC X(15).
001760         10  MP-ACCOUNT-NUMBER       PIC 9(08).
001770*----------------------------------------------------------------
001780* ACCOUNT ACCUMULATION - EVERYTHING POSTS HERE FIRST; THE
001790* JOURNAL FILE IS WRITTEN FROM THIS TABLE ONLY AFTER THE PROOF
001800* TIES.  AMOUNTS ARE SIGNED SO A DAY'S RETURNS NET OUT.
001810*----------------------------------------------------------------
001820 77  WS-ACCT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001830 77  WS-ACCT-OVFL-SWITCH         PIC X(01) VALUE 'N'.
001840     88  ACCOUNT-TABLE-OVERFLOW            VALUE 'Y'.
001850 01  ACCOUNT-TABLE-AREA.
001860     05  WS-ACCT-COUNT           PIC 9(03) COMP VALUE ZERO.
001870     05  ACCOUNT-TABLE-ENTRY OCCURS 500 TIMES
001880             INDEXED BY AC-IDX.
001890         10  AC-ACCOUNT-NUMBER       PIC 9(08).
001900         10  AC-DEBIT-AMOUNT         PIC S9(11)V99.
001910         10  AC-CREDIT-AMOUNT        PIC S9(11)V99.
001920         10  AC-DESCRIPTION          PIC X(20).
001930*----------------------------------------------------------------
001940* POSTING INTERFACE FIELDS FOR 5000-POST-AMOUNT
001950*----------------------------------------------------------------
001960 77  WS-POST-ACCOUNT             PIC 9(08) VALUE ZERO.
001970 77  WS-POST-AMOUNT              PIC S9(11)V99 VALUE ZERO.
001980 77  WS-POST-SIDE                PIC X(01) VALUE SPACE.
001990 77  WS-POST-DESC                PIC X(20) VALUE SPACE.
002000 77  WS-LOOK-TYPE                PIC X(02) VALUE SPACE.
002010 77  WS-LOOK-KEY                 PIC X(15) VALUE SPACE.
002020*----------------------------------------------------------------
002030* PROOF TOTALS AND COUNTERS
002040*----------------------------------------------------------------
002050 77  WS-TOTAL-DEBITS             PIC S9(13)V99 VALUE ZERO.
002060 77  WS-TOTAL-CREDITS            PIC S9(13)V99 VALUE ZERO.
002070 77  WS-JOURNAL-COUNT            PIC 9(05) COMP VALUE ZERO.
002080 77  WS-SCAN-IDX                 PIC 9(03) COMP VALUE ZERO.
002090 77  WS-RECLASS-AMOUNT           PIC S9(11)V99 VALUE ZERO.
002100*----------------------------------------------------------------
002110* PROOF REPORT LINES
002120*----------------------------------------------------------------
002130 01  HDG-TITLE-LINE.
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  FILLER                  PIC X(30) VALUE
002160         'GL JOURNAL PROOF'.
002170     05  FILLER                  PIC X(14) VALUE 'EXTRACT DATE'.
002180     05  HDG-EXTRACT-DATE        PIC 9(08).
002190 01  HDG-COLUMN-LINE.
002200     05  FILLER                  PIC X(01) VALUE SPACE.
002210     05  FILLER                  PIC X(08) VALUE 'ACCOUNT'.
002220     05  FILLER                  PIC X(03) VALUE SPACE.
002230     05  FILLER                  PIC X(20) VALUE 'DESCRIPTION'.
002240     05  FILLER                  PIC X(18) VALUE
002250         '            DEBITS'.
002260     05  FILLER                  PIC X(18) VALUE
002270         '           CREDITS'.
002280 01  DTL-LINE.
002290     05  FILLER                  PIC X(01) VALUE SPACE.
002300     05  DTL-ACCOUNT             PIC 9(08).
002310     05  FILLER                  PIC X(03) VALUE SPACE.
002320     05  DTL-DESCRIPTION         PIC X(20).
002330     05  DTL-DEBIT               PIC Z,ZZZ,ZZZ,ZZ9.99.
002340     05  FILLER                  PIC X(02) VALUE SPACE.
002350     05  DTL-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
002360 01  TOTAL-LINE.
002370     05  FILLER                  PIC X(01) VALUE SPACE.
002380     05  FILLER                  PIC X(31) VALUE 'TOTALS'.
002390     05  TOT-DEBIT               PIC Z,ZZZ,ZZZ,ZZ9.99.
002400     05  FILLER                  PIC X(02) VALUE SPACE.
002410     05  TOT-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
002420 01  RELEASED-LINE.
002430     05  FILLER                  PIC X(01) VALUE SPACE.
002440     05  FILLER                  PIC X(44) VALUE
002450         'PROOF TIES - JOURNAL FILE RELEASED'.
002460 01  HELD-LINE.
002470     05  FILLER                  PIC X(01) VALUE SPACE.
002480     05  FILLER                  PIC X(52) VALUE
002490         'DEBITS DO NOT TIE TO CREDITS - FILE NOT RELEASED'.
002500 01  WARN-LINE.
002510     05  FILLER                  PIC X(01) VALUE SPACE.
002520     05  WARN-COUNT              PIC ZZZZZZ9.
002530     05  WARN-TEXT               PIC X(52).
002540 PROCEDURE DIVISION.
002550*----------------------------------------------------------------
002560 0000-MAINLINE.
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 2000-EXTRACT-SALES THRU 2000-EXIT.
002590     PERFORM 2200-EXTRACT-TAX THRU 2200-EXIT.
002600     PERFORM 2400-EXTRACT-CASH THRU 2400-EXIT.
002610     PERFORM 2600-EXTRACT-RECEIPTS THRU 2600-EXIT.
002620     PERFORM 2800-EXTRACT-DISBURSEMENTS THRU 2800-EXIT.
002630     PERFORM 2950-EXTRACT-ADJUSTMENTS THRU 2950-EXIT.
002640     PERFORM 3000-PROVE-AND-RELEASE THRU 3000-EXIT.
002650     PERFORM 9000-FINISH-UP THRU 9000-EXIT.
002660     STOP RUN.
002670*----------------------------------------------------------------
002680 1000-INITIALIZE.
002690     ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD.
002700     OPEN INPUT BUSINESS-DATE-FILE.
002710     IF WS-BIZ-FILE-STATUS = '00'
002720         READ BUSINESS-DATE-FILE
002730             AT END
002740                 CONTINUE
002750             NOT AT END
002760                 MOVE BD-BUSINESS-DATE TO WS-EXTRACT-DATE
002770         END-READ
002780         CLOSE BUSINESS-DATE-FILE
002790     END-IF.
002800     OPEN OUTPUT REPORT-FILE.
002810     MOVE WS-EXTRACT-DATE TO HDG-EXTRACT-DATE.
002820     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
002830     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT.
002840     OPEN INPUT PRODUCT-FILE.
002850 1000-EXIT.
002860     EXIT.
002870*----------------------------------------------------------------
002880 1100-LOAD-ACCOUNT-MAP.
002890     OPEN INPUT GL-MAP-FILE.
002900     SET WS-EOF-SWITCH TO 'N'.
002910     READ GL-MAP-FILE
002920         AT END
002930             SET END-OF-FILE TO TRUE
002940     END-READ.
002950     PERFORM 1110-LOAD-ONE-MAP THRU 1110-EXIT
002960         UNTIL END-OF-FILE.
002970     CLOSE GL-MAP-FILE.
002980     SET WS-EOF-SWITCH TO 'N'.
002990 1100-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020 1110-LOAD-ONE-MAP.
003030     IF WS-MAP-COUNT < 200
003040         ADD 1 TO WS-MAP-COUNT
003050         SET MP-IDX TO WS-MAP-COUNT
003060         MOVE GM-MAP-TYPE TO MP-MAP-TYPE (MP-IDX)
003070         MOVE GM-MAP-KEY TO MP-MAP-KEY (MP-IDX)
003080         MOVE GM-ACCOUNT-NUMBER TO MP-ACCOUNT-NUMBER (MP-IDX)
003090     END-IF.
003100     READ GL-MAP-FILE
003110         AT END
003120             SET END-OF-FILE TO TRUE
003130     END-READ.
003140 1110-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170* THE DAY'S BILLED MERCHANDISE - AR TAKES THE DEBIT AND EACH
003180* PRODUCT'S CATEGORY ACCOUNT TAKES THE CREDIT.  A RETURN IS A
003190* NEGATIVE LINE AND BACKS ITSELF OUT OF BOTH SIDES.
003200*----------------------------------------------------------------
003210 2000-EXTRACT-SALES.
003220     OPEN INPUT SALES-HISTORY-FILE.
003230     READ SALES-HISTORY-FILE
003240         AT END
003250             SET END-OF-FILE TO TRUE
003260     END-READ.
003270     PERFORM 2100-EXTRACT-ONE-SALE THRU 2100-EXIT
003280         UNTIL END-OF-FILE.
003290     CLOSE SALES-HISTORY-FILE.
003300     SET WS-EOF-SWITCH TO 'N'.
003310 2000-EXIT.
003320     EXIT.
003330*----------------------------------------------------------------
003340 2100-EXTRACT-ONE-SALE.
003350     IF SH-POSTED-DATE NOT = WS-EXTRACT-DATE
003360         GO TO 2100-NEXT
003370     END-IF.
003380     MOVE 'AR' TO WS-LOOK-TYPE.
003390     MOVE SPACE TO WS-LOOK-KEY.
003400     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
003410     MOVE SH-EXTENDED-AMOUNT TO WS-POST-AMOUNT.
003420     MOVE 'D' TO WS-POST-SIDE.
003430     MOVE 'ACCOUNTS RECEIVABLE' TO WS-POST-DESC.
003440     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
003450     PERFORM 2150-FIND-CATEGORY THRU 2150-EXIT.
003460     MOVE SH-EXTENDED-AMOUNT TO WS-POST-AMOUNT.
003470     MOVE 'C' TO WS-POST-SIDE.
003480     MOVE WS-LOOK-KEY TO WS-POST-DESC.
003490     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
003500 2100-NEXT.
003510     READ SALES-HISTORY-FILE
003520         AT END
003530             SET END-OF-FILE TO TRUE
003540     END-READ.
003550 2100-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* THE SALES CREDIT MAPS BY THE PRODUCT'S CATEGORY; A PRODUCT
003590* NO LONGER ON THE MASTER MAPS UNDER THE UNKNOWN CATEGORY,
003600* WHICH ACCOUNTING CAN POINT AT SUSPENSE OR A CATCH-ALL.
003610*----------------------------------------------------------------
003620 2150-FIND-CATEGORY.
003630     SET WS-PROD-FOUND-SWITCH TO 'N'.
003640     MOVE SH-PRODUCT-ID TO PRODUCT-ID.
003650     READ PRODUCT-FILE
003660         INVALID KEY
003670             CONTINUE
003680         NOT INVALID KEY
003690             SET WS-PROD-FOUND-SWITCH TO 'Y'
003700     END-READ.
003710     MOVE 'SL' TO WS-LOOK-TYPE.
003720     IF WS-PROD-FOUND-SWITCH = 'Y'
003730         MOVE PRODUCT-CATEGORY TO WS-LOOK-KEY
003740     ELSE
003750         MOVE 'ZZ-UNKNOWN' TO WS-LOOK-KEY
003760     END-IF.
003770     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
003780 2150-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------
003810* THE DAY'S TAX - AR TAKES THE DEBIT (ORDPOST BILLED THE TAX
003820* ONTO THE BALANCE) AND EACH STATE'S PAYABLE TAKES THE CREDIT.
003830*----------------------------------------------------------------
003840 2200-EXTRACT-TAX.
003850     OPEN INPUT TAX-HISTORY-FILE.
003860     READ TAX-HISTORY-FILE
003870         AT END
003880             SET END-OF-FILE TO TRUE
003890     END-READ.
003900     PERFORM 2300-EXTRACT-ONE-TAX THRU 2300-EXIT
003910         UNTIL END-OF-FILE.
003920     CLOSE TAX-HISTORY-FILE.
003930     SET WS-EOF-SWITCH TO 'N'.
003940 2200-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------
003970 2300-EXTRACT-ONE-TAX.
003980     IF TH-POSTED-DATE NOT = WS-EXTRACT-DATE
003990         GO TO 2300-NEXT
004000     END-IF.
004010     MOVE 'AR' TO WS-LOOK-TYPE.
004020     MOVE SPACE TO WS-LOOK-KEY.
004030     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
004040     MOVE TH-TAX-AMOUNT TO WS-POST-AMOUNT.
004050     MOVE 'D' TO WS-POST-SIDE.
004060     MOVE 'ACCOUNTS RECEIVABLE' TO WS-POST-DESC.
004070     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
004080     MOVE 'TX' TO WS-LOOK-TYPE.
004090     MOVE TH-STATE TO WS-LOOK-KEY.
004100     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
004110     MOVE TH-TAX-AMOUNT TO WS-POST-AMOUNT.
004120     MOVE 'C' TO WS-POST-SIDE.
004130     MOVE 'SALES TAX PAYABLE' TO WS-POST-DESC.
004140     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
004150 2300-NEXT.
004160     READ TAX-HISTORY-FILE
004170         AT END
004180             SET END-OF-FILE TO TRUE
004190     END-READ.
004200 2300-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* THE DAY'S APPLIED RECEIPTS - CASH (OR THE CREDIT MEMO
004240* ACCOUNT) TAKES THE DEBIT AND AR IS RELIEVED.
004250*----------------------------------------------------------------
004260 2400-EXTRACT-CASH.
004270     OPEN INPUT CASH-HISTORY-FILE.
004280     READ CASH-HISTORY-FILE
004290         AT END
004300             SET END-OF-FILE TO TRUE
004310     END-READ.
004320     PERFORM 2500-EXTRACT-ONE-RECEIPT THRU 2500-EXIT
004330         UNTIL END-OF-FILE.
004340     CLOSE CASH-HISTORY-FILE.
004350     SET WS-EOF-SWITCH TO 'N'.
004360 2400-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390 2500-EXTRACT-ONE-RECEIPT.
004400     IF CH-POSTED-DATE NOT = WS-EXTRACT-DATE
004410         GO TO 2500-NEXT
004420     END-IF.
004430     IF CH-MEMO-FLAG = 'Y'
004440         MOVE 'CM' TO WS-LOOK-TYPE
004450         MOVE SPACE TO WS-LOOK-KEY
004460         PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT
004470         MOVE 'CREDIT MEMOS' TO WS-POST-DESC
004480     ELSE
004490         MOVE 'CS' TO WS-LOOK-TYPE
004500         MOVE SPACE TO WS-LOOK-KEY
004510         PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT
004520         MOVE 'CASH' TO WS-POST-DESC
004530     END-IF.
004540     MOVE CH-AMOUNT TO WS-POST-AMOUNT.
004550     MOVE 'D' TO WS-POST-SIDE.
004560     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
004570     MOVE 'AR' TO WS-LOOK-TYPE.
004580     MOVE SPACE TO WS-LOOK-KEY.
004590     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
004600     MOVE CH-AMOUNT TO WS-POST-AMOUNT.
004610     MOVE 'C' TO WS-POST-SIDE.
004620     MOVE 'ACCOUNTS RECEIVABLE' TO WS-POST-DESC.
004630     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
004640 2500-NEXT.
004650     READ CASH-HISTORY-FILE
004660         AT END
004670             SET END-OF-FILE TO TRUE
004680     END-READ.
004690 2500-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------
004720* THE DAY'S POSTED PO RECEIPTS - INVENTORY TAKES THE DEBIT AT
004730* THE COST THE STOCK CAME IN AT, ACCRUED PAYABLES THE CREDIT
004740* UNTIL THE SUPPLIER'S INVOICE CLEARS APMATCH.
004750*----------------------------------------------------------------
004760 2600-EXTRACT-RECEIPTS.
004770     OPEN INPUT RECEIPT-HISTORY-FILE.
004780     READ RECEIPT-HISTORY-FILE
004790         AT END
004800             SET END-OF-FILE TO TRUE
004810     END-READ.
004820     PERFORM 2700-EXTRACT-ONE-PO-RCPT THRU 2700-EXIT
004830         UNTIL END-OF-FILE.
004840     CLOSE RECEIPT-HISTORY-FILE.
004850     SET WS-EOF-SWITCH TO 'N'.
004860 2600-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890 2700-EXTRACT-ONE-PO-RCPT.
004900     IF PH-POSTED-DATE NOT = WS-EXTRACT-DATE
004910         GO TO 2700-NEXT
004920     END-IF.
004930     MOVE 'IN' TO WS-LOOK-TYPE.
004940     MOVE SPACE TO WS-LOOK-KEY.
004950     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
004960     MOVE PH-COST-VALUE TO WS-POST-AMOUNT.
004970     MOVE 'D' TO WS-POST-SIDE.
004980     MOVE 'INVENTORY' TO WS-POST-DESC.
004990     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
005000     MOVE 'AP' TO WS-LOOK-TYPE.
005010     MOVE SPACE TO WS-LOOK-KEY.
005020     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
005030     MOVE PH-COST-VALUE TO WS-POST-AMOUNT.
005040     MOVE 'C' TO WS-POST-SIDE.
005050     MOVE 'ACCRUED PAYABLES' TO WS-POST-DESC.
005060     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
005070 2700-NEXT.
005080     READ RECEIPT-HISTORY-FILE
005090         AT END
005100             SET END-OF-FILE TO TRUE
005110     END-READ.
005120 2700-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* THE DAY'S SUPPLIER CHECKS - ACCRUED PAYABLES IS RELIEVED BY
005160* THE FULL INVOICE, CASH IS CREDITED WHAT THE CHECK PAID, AND
005170* AN EARLY-PAY DISCOUNT TAKEN IS CREDITED TO ITS OWN ACCOUNT.
005180*----------------------------------------------------------------
005190 2800-EXTRACT-DISBURSEMENTS.
005200     OPEN INPUT DISBURSEMENT-FILE.
005210     READ DISBURSEMENT-FILE
005220         AT END
005230             SET END-OF-FILE TO TRUE
005240     END-READ.
005250     PERFORM 2900-EXTRACT-ONE-CHECK-LINE THRU 2900-EXIT
005260         UNTIL END-OF-FILE.
005270     CLOSE DISBURSEMENT-FILE.
005280     SET WS-EOF-SWITCH TO 'N'.
005290 2800-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320 2900-EXTRACT-ONE-CHECK-LINE.
005330     IF DH-POSTED-DATE NOT = WS-EXTRACT-DATE
005340         GO TO 2900-NEXT
005350     END-IF.
005360     MOVE 'AP' TO WS-LOOK-TYPE.
005370     MOVE SPACE TO WS-LOOK-KEY.
005380     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
005390     MOVE DH-INVOICE-AMOUNT TO WS-POST-AMOUNT.
005400     MOVE 'D' TO WS-POST-SIDE.
005410     MOVE 'ACCRUED PAYABLES' TO WS-POST-DESC.
005420     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
005430     MOVE 'CS' TO WS-LOOK-TYPE.
005440     MOVE SPACE TO WS-LOOK-KEY.
005450     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
005460     MOVE DH-PAID-AMOUNT TO WS-POST-AMOUNT.
005470     MOVE 'C' TO WS-POST-SIDE.
005480     MOVE 'CASH' TO WS-POST-DESC.
005490     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
005500     IF DH-DISCOUNT-AMOUNT > ZERO
005510         MOVE 'PD' TO WS-LOOK-TYPE
005520         MOVE SPACE TO WS-LOOK-KEY
005530         PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT
005540         MOVE DH-DISCOUNT-AMOUNT TO WS-POST-AMOUNT
005550         MOVE 'C' TO WS-POST-SIDE
005560         MOVE 'PURCHASE DISCOUNTS' TO WS-POST-DESC
005570         PERFORM 5000-POST-AMOUNT THRU 5000-EXIT
005580     END-IF.
005590 2900-NEXT.
005600     READ DISBURSEMENT-FILE
005610         AT END
005620             SET END-OF-FILE TO TRUE
005630     END-READ.
005640 2900-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* AR ADJUSTMENTS - A FINANCE CHARGE IS NEW RECEIVABLE EARNED AS
005680* FINANCE INCOME; A WRITE-OFF TAKES THE RECEIVABLE TO BAD DEBT.
005690*----------------------------------------------------------------
005700 2950-EXTRACT-ADJUSTMENTS.
005710     OPEN INPUT ADJUSTMENT-HISTORY-FILE.
005720     READ ADJUSTMENT-HISTORY-FILE
005730         AT END
005740             SET END-OF-FILE TO TRUE
005750     END-READ.
005760     PERFORM 2960-EXTRACT-ONE-ADJUSTMENT THRU 2960-EXIT
005770         UNTIL END-OF-FILE.
005780     CLOSE ADJUSTMENT-HISTORY-FILE.
005790     SET WS-EOF-SWITCH TO 'N'.
005800 2950-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830 2960-EXTRACT-ONE-ADJUSTMENT.
005840     IF AH-POSTED-DATE NOT = WS-EXTRACT-DATE
005850         GO TO 2960-NEXT
005860     END-IF.
005870     MOVE AH-AMOUNT TO WS-POST-AMOUNT.
005880     IF AH-FINANCE-CHARGE
005890         MOVE 'AR' TO WS-LOOK-TYPE
005900         MOVE SPACE TO WS-LOOK-KEY
005910         PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT
005920         MOVE 'D' TO WS-POST-SIDE
005930         MOVE 'ACCOUNTS RECEIVABLE' TO WS-POST-DESC
005940         PERFORM 5000-POST-AMOUNT THRU 5000-EXIT
005950         MOVE 'FI' TO WS-LOOK-TYPE
005960         MOVE SPACE TO WS-LOOK-KEY
005970         PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT
005980         MOVE 'C' TO WS-POST-SIDE
005990         MOVE 'FINANCE INCOME' TO WS-POST-DESC
006000         PERFORM 5000-POST-AMOUNT THRU 5000-EXIT
006010         GO TO 2960-NEXT
006020     END-IF.
006030     MOVE 'BD' TO WS-LOOK-TYPE.
006040     MOVE SPACE TO WS-LOOK-KEY.
006050     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
006060     MOVE 'D' TO WS-POST-SIDE.
006070     MOVE 'BAD DEBT' TO WS-POST-DESC.
006080     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
006090     MOVE 'AR' TO WS-LOOK-TYPE.
006100     MOVE SPACE TO WS-LOOK-KEY.
006110     PERFORM 5100-LOOK-UP-ACCOUNT THRU 5100-EXIT.
006120     MOVE 'C' TO WS-POST-SIDE.
006130     MOVE 'ACCOUNTS RECEIVABLE' TO WS-POST-DESC.
006140     PERFORM 5000-POST-AMOUNT THRU 5000-EXIT.
006150 2960-NEXT.
006160     READ ADJUSTMENT-HISTORY-FILE
006170         AT END
006180             SET END-OF-FILE TO TRUE
006190     END-READ.
006200 2960-EXIT.
006210     EXIT.
006220*----------------------------------------------------------------
006230* ADDS WS-POST-AMOUNT TO THE NAMED SIDE OF WS-POST-ACCOUNT'S
006240* SLOT, OPENING A SLOT ON FIRST TOUCH.  AN OVERFLOWING CHART
006250* THROWS THE PROOF OUT OF BALANCE SO THE FILE CANNOT RELEASE.
006260*----------------------------------------------------------------
006270 5000-POST-AMOUNT.
006280     MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
006290     IF WS-ACCT-COUNT > ZERO
006300         SET AC-IDX TO 1
006310         SEARCH ACCOUNT-TABLE-ENTRY
006320             AT END
006330                 CONTINUE
006340             WHEN AC-IDX > WS-ACCT-COUNT
006350                 CONTINUE
006360             WHEN AC-ACCOUNT-NUMBER (AC-IDX) = WS-POST-ACCOUNT
006370                 MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
006380         END-SEARCH
006390     END-IF.
006400     IF WS-ACCT-FOUND-SWITCH NOT = 'Y'
006410         IF WS-ACCT-COUNT < 500
006420             ADD 1 TO WS-ACCT-COUNT
006430             SET AC-IDX TO WS-ACCT-COUNT
006440             MOVE WS-POST-ACCOUNT
006450                 TO AC-ACCOUNT-NUMBER (AC-IDX)
006460             MOVE ZERO TO AC-DEBIT-AMOUNT (AC-IDX)
006470             MOVE ZERO TO AC-CREDIT-AMOUNT (AC-IDX)
006480             MOVE WS-POST-DESC TO AC-DESCRIPTION (AC-IDX)
006490         ELSE
006500             SET ACCOUNT-TABLE-OVERFLOW TO TRUE
006510             GO TO 5000-EXIT
006520         END-IF
006530     END-IF.
006540     IF WS-POST-SIDE = 'D'
006550         ADD WS-POST-AMOUNT TO AC-DEBIT-AMOUNT (AC-IDX)
006560     ELSE
006570         ADD WS-POST-AMOUNT TO AC-CREDIT-AMOUNT (AC-IDX)
006580     END-IF.
006590 5000-EXIT.
006600     EXIT.
006610*----------------------------------------------------------------
006620* FINDS THE ACCOUNT FOR WS-LOOK-TYPE / WS-LOOK-KEY ON THE MAP
006630* TABLE AND LEAVES IT IN WS-POST-ACCOUNT.  NO MAP MEANS THE
006640* SUSPENSE ACCOUNT, COUNTED AND FLAGGED ON THE PROOF.
006650*----------------------------------------------------------------
006660 5100-LOOK-UP-ACCOUNT.
006670     MOVE 'N' TO WS-MAP-FOUND-SWITCH.
006680     IF WS-MAP-COUNT > ZERO
006690         SET MP-IDX TO 1
006700         SEARCH MAP-TABLE-ENTRY
006710             AT END
006720                 CONTINUE
006730             WHEN MP-IDX > WS-MAP-COUNT
006740                 CONTINUE
006750             WHEN MP-MAP-TYPE (MP-IDX) = WS-LOOK-TYPE
006760                 AND MP-MAP-KEY (MP-IDX) = WS-LOOK-KEY
006770                 MOVE 'Y' TO WS-MAP-FOUND-SWITCH
006780                 MOVE MP-ACCOUNT-NUMBER (MP-IDX)
006790                     TO WS-POST-ACCOUNT
006800         END-SEARCH
006810     END-IF.
006820     IF WS-MAP-FOUND-SWITCH NOT = 'Y'
006830         MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-ACCOUNT
006840         ADD 1 TO WS-UNMAPPED-COUNT
006850     END-IF.
006860 5100-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890* THE PROOF - A NEGATIVE SIDE (A DAY WHERE RETURNS OUTRAN
006900* SALES) RECLASSES TO THE OTHER SIDE SO BOTH COLUMNS PRINT
006910* POSITIVE, THEN THE COLUMNS ARE TOTALED.  THE JOURNAL FILE IS
006920* WRITTEN ONLY IF THE TOTALS TIE; OTHERWISE IT IS LEFT EMPTY,
006930* THE PAGE SAYS SO, AND THE RUN ENDS NONZERO.
006940*----------------------------------------------------------------
006950 3000-PROVE-AND-RELEASE.
006960     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
006970     MOVE ZERO TO WS-SCAN-IDX.
006980     PERFORM 3100-PROVE-ONE-ACCOUNT THRU 3100-EXIT
006990         UNTIL WS-SCAN-IDX NOT < WS-ACCT-COUNT.
007000     MOVE SPACE TO REPORT-LINE.
007010     WRITE REPORT-LINE.
007020     MOVE WS-TOTAL-DEBITS TO TOT-DEBIT.
007030     MOVE WS-TOTAL-CREDITS TO TOT-CREDIT.
007040     WRITE REPORT-LINE FROM TOTAL-LINE.
007050     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
007060         OR ACCOUNT-TABLE-OVERFLOW
007070         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
007080     END-IF.
007090     OPEN OUTPUT GL-JOURNAL-FILE.
007100     IF NOT PROOF-OUT-OF-BALANCE
007110         MOVE ZERO TO WS-SCAN-IDX
007120         PERFORM 3200-RELEASE-ONE-ACCOUNT THRU 3200-EXIT
007130             UNTIL WS-SCAN-IDX NOT < WS-ACCT-COUNT
007140         WRITE REPORT-LINE FROM RELEASED-LINE
007150         PERFORM 3050-LOG-PERIOD-STEP THRU 3050-EXIT
007160     ELSE
007170         WRITE REPORT-LINE FROM HELD-LINE
007180         MOVE 8 TO RETURN-CODE
007190     END-IF.
007200     CLOSE GL-JOURNAL-FILE.
007210 3000-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* THE DAY'S JOURNAL IS RELEASED - RECORD IT AGAINST THE MONTH THE
007250* EXTRACT DATE FALLS IN.  PERIOD CLOSE (PERCLOSE) LOCKS A MONTH
007260* ONLY ONCE THE EXTRACT FOR ITS LAST BUSINESS DAY HAS LOGGED.
007270*----------------------------------------------------------------
007280 3050-LOG-PERIOD-STEP.
007290     OPEN EXTEND PERIOD-STEP-FILE.
007300     MOVE WS-EXTRACT-DATE (1:6) TO PS-PERIOD.
007310     MOVE 'GLEXTR' TO PS-STEP-PROGRAM.
007320     MOVE WS-EXTRACT-DATE TO PS-BUSINESS-DATE.
007330     WRITE PERIOD-STEP-RECORD.
007340     CLOSE PERIOD-STEP-FILE.
007350 3050-EXIT.
007360     EXIT.
007370*----------------------------------------------------------------
007380 3100-PROVE-ONE-ACCOUNT.
007390     ADD 1 TO WS-SCAN-IDX.
007400     SET AC-IDX TO WS-SCAN-IDX.
007410     IF AC-DEBIT-AMOUNT (AC-IDX) < ZERO
007420         COMPUTE WS-RECLASS-AMOUNT =
007430             ZERO - AC-DEBIT-AMOUNT (AC-IDX)
007440         ADD WS-RECLASS-AMOUNT TO AC-CREDIT-AMOUNT (AC-IDX)
007450         MOVE ZERO TO AC-DEBIT-AMOUNT (AC-IDX)
007460     END-IF.
007470     IF AC-CREDIT-AMOUNT (AC-IDX) < ZERO
007480         COMPUTE WS-RECLASS-AMOUNT =
007490             ZERO - AC-CREDIT-AMOUNT (AC-IDX)
007500         ADD WS-RECLASS-AMOUNT TO AC-DEBIT-AMOUNT (AC-IDX)
007510         MOVE ZERO TO AC-CREDIT-AMOUNT (AC-IDX)
007520     END-IF.
007530     ADD AC-DEBIT-AMOUNT (AC-IDX) TO WS-TOTAL-DEBITS.
007540     ADD AC-CREDIT-AMOUNT (AC-IDX) TO WS-TOTAL-CREDITS.
007550     MOVE SPACE TO DTL-LINE.
007560     MOVE AC-ACCOUNT-NUMBER (AC-IDX) TO DTL-ACCOUNT.
007570     MOVE AC-DESCRIPTION (AC-IDX) TO DTL-DESCRIPTION.
007580     MOVE AC-DEBIT-AMOUNT (AC-IDX) TO DTL-DEBIT.
007590     MOVE AC-CREDIT-AMOUNT (AC-IDX) TO DTL-CREDIT.
007600     WRITE REPORT-LINE FROM DTL-LINE.
007610 3100-EXIT.
007620     EXIT.
007630*----------------------------------------------------------------
007640 3200-RELEASE-ONE-ACCOUNT.
007650     ADD 1 TO WS-SCAN-IDX.
007660     SET AC-IDX TO WS-SCAN-IDX.
007670     IF AC-DEBIT-AMOUNT (AC-IDX) = ZERO
007680         AND AC-CREDIT-AMOUNT (AC-IDX) = ZERO
007690         GO TO 3200-EXIT
007700     END-IF.
007710     MOVE WS-EXTRACT-DATE TO GJ-JOURNAL-DATE.
007720     MOVE AC-ACCOUNT-NUMBER (AC-IDX) TO GJ-ACCOUNT-NUMBER.
007730     MOVE AC-DEBIT-AMOUNT (AC-IDX) TO GJ-DEBIT-AMOUNT.
007740     MOVE AC-CREDIT-AMOUNT (AC-IDX) TO GJ-CREDIT-AMOUNT.
007750     MOVE AC-DESCRIPTION (AC-IDX) TO GJ-DESCRIPTION.
007760     WRITE GL-JOURNAL-RECORD.
007770     ADD 1 TO WS-JOURNAL-COUNT.
007780 3200-EXIT.
007790     EXIT.
007800*----------------------------------------------------------------
007810 9000-FINISH-UP.
007820     IF WS-UNMAPPED-COUNT > ZERO
007830         MOVE WS-UNMAPPED-COUNT TO WARN-COUNT
007840         MOVE ' POSTINGS MAPPED TO SUSPENSE - NO MAP ENTRY'
007850             TO WARN-TEXT
007860         WRITE REPORT-LINE FROM WARN-LINE
007870     END-IF.
007880     IF ACCOUNT-TABLE-OVERFLOW
007890         MOVE ZERO TO WARN-COUNT
007900         MOVE ' ACCOUNT TABLE OVERFLOWED - SIZE IT UP'
007910             TO WARN-TEXT
007920         WRITE REPORT-LINE FROM WARN-LINE
007930     END-IF.
007940     MOVE WS-JOURNAL-COUNT TO WARN-COUNT.
007950     MOVE ' JOURNAL RECORDS WRITTEN' TO WARN-TEXT.
007960     WRITE REPORT-LINE FROM WARN-LINE.
007970     CLOSE PRODUCT-FILE.
007980     CLOSE REPORT-FILE.
007990 9000-EXIT.
008000     EXIT.
