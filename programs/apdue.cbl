000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - AP PAYMENT-DUE REPORT
000200* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000210*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000220*                 CLOCK.  RENUMBERED
000230* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000240*                 ORDER
000250*----------------------------------------------------------------
000260* THIS PROGRAM READS THE OPEN PAYABLES FILE WRITTEN BY APMATCH
000270* (OPENPAY.CPY), SORTS IT BY SUPPLIER AND INVOICE DATE, AND
000280* PRINTS EACH SUPPLIER'S UNPAID INVOICES WITH THE DATE THE
000290* SUPPLIER'S PAYMENT-TERMS SAY THE MONEY IS DUE.  THE SUPPLIER
000300* MASTER LOADS INTO A TABLE THE WAY REORDER LOADS IT, SO EACH
000310* GROUP HEADING SHOWS THE SUPPLIER'S NAME AND TERMS.  THE NET
000320* DAYS COME FROM THE LAST RUN OF DIGITS IN PAYMENT-TERMS -
000330* 'NET30', 'NET 30', AND '2/10NET30' ALL READ AS 30 - AND A
000340* SUPPLIER WITH NO TERMS ON FILE DEFAULTS TO NET 30.  AN
000350* INVOICE PAST ITS DUE DATE IS FLAGGED PAST DUE, ONE DUE
000360* WITHIN A WEEK IS FLAGGED DUE NOW, SO THE OFFICE STOPS
000370* MISSING EARLY-PAY DISCOUNTS.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPEN-PAYABLE-FILE ASSIGN TO PAYBIN
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT SUPPLIER-FILE ASSIGN TO SUPIN
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT SORT-WORK ASSIGN TO SRTWK01.
000500     SELECT SORTED-PAYABLE-FILE ASSIGN TO PAYBSRT
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT REPORT-FILE ASSIGN TO APDUERPT
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-BIZ-FILE-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  OPEN-PAYABLE-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 COPY "openpay.cpy".
000630 FD  SUPPLIER-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 COPY "supplier.cpy".
000670 SD  SORT-WORK.
000680 01  SORT-WORK-RECORD.
000690     05  SW-SUPPLIER-ID          PIC 9(06).
000700     05  SW-PO-NUMBER            PIC 9(08).
000710     05  SW-INVOICE-NUMBER       PIC X(10).
000720     05  SW-INVOICE-DATE         PIC 9(08).
000730     05  SW-INVOICE-AMOUNT       PIC 9(09)V99.
000740 FD  SORTED-PAYABLE-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  SORTED-PAYABLE-RECORD.
000780     05  SR-SUPPLIER-ID          PIC 9(06).
000790     05  SR-PO-NUMBER            PIC 9(08).
000800     05  SR-INVOICE-NUMBER       PIC X(10).
000810     05  SR-INVOICE-DATE         PIC 9(08).
000820     05  SR-INVOICE-AMOUNT       PIC 9(09)V99.
000830 FD  REPORT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE OMITTED.
000860 01  REPORT-LINE                 PIC X(132).
000870 FD  BUSINESS-DATE-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY "bizdate.cpy".
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------------
000930* BUSINESS DATE
000940*----------------------------------------------------------------
000950 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
000960 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000970*----------------------------------------------------------------
000980* SWITCHES AND COUNTERS
000990*----------------------------------------------------------------
001000 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001010     88  END-OF-FILE                       VALUE 'Y'.
001020 77  WS-FIRST-GROUP-SWITCH       PIC X(01) VALUE 'Y'.
001030     88  FIRST-GROUP                       VALUE 'Y'
001040         WHEN SET TO FALSE IS 'N'.
001050 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001060 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001070 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001080 77  WS-SAVE-SUPPLIER-ID         PIC 9(06) VALUE ZERO.
001090 77  WS-INVOICE-COUNT            PIC 9(07) COMP VALUE ZERO.
001100 77  WS-PAST-DUE-COUNT           PIC 9(07) COMP VALUE ZERO.
001110 77  WS-SUP-TOTAL-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001120 77  WS-GRD-TOTAL-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001130 77  WS-PAST-DUE-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001140*----------------------------------------------------------------
001150* TERMS PARSING AND DATE MATH (360-DAY ORDINALS, THE SAME
001160* WHOLE-DAY SUBTRACTION THE OTHER REPORTS USE)
001170*----------------------------------------------------------------
001180 77  WS-TERMS-DAYS               PIC 9(03) VALUE ZERO.
001190 77  WS-TERMS-SCAN-IDX           PIC 9(02) COMP VALUE ZERO.
001200 77  WS-TERMS-CHAR               PIC X(01) VALUE SPACE.
001210 77  WS-TERMS-DIGIT              PIC 9(01) VALUE ZERO.
001220 77  WS-TERMS-IN-RUN-SWITCH      PIC X(01) VALUE 'N'.
001230 77  WS-DEFAULT-TERMS-DAYS       PIC 9(03) VALUE 030.
001240 77  WS-DUE-SOON-DAYS            PIC 9(03) VALUE 007.
001250 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001260 77  WS-TODAY-ORDINAL            PIC 9(07) VALUE ZERO.
001270 77  WS-INVOICE-ORDINAL          PIC 9(07) VALUE ZERO.
001280 77  WS-DAYS-SINCE-INVOICE       PIC S9(07) VALUE ZERO.
001290 77  WS-DAYS-UNTIL-DUE           PIC S9(07) VALUE ZERO.
001300 01  WS-DATE-WORK.
001310     05  WS-WORK-YEAR            PIC 9(04).
001320     05  WS-WORK-MONTH           PIC 9(02).
001330     05  WS-WORK-DAY             PIC 9(02).
001340*----------------------------------------------------------------
001350* SUPPLIER MASTER TABLE - LOADED IN FULL FROM SUPPLIER-FILE
001360*----------------------------------------------------------------
001370 01  SUPPLIER-TABLE-AREA.
001380     05  WS-SUPPLIER-COUNT   PIC 9(05) COMP  VALUE ZERO.
001390     05  SUPPLIER-TABLE-ENTRY OCCURS 2000 TIMES
001400             ASCENDING KEY IS SP-SUPPLIER-ID
001410             INDEXED BY SP-IDX.
001420         10  SP-SUPPLIER-ID      PIC 9(06).
001430         10  SP-SUPPLIER-NAME    PIC X(30).
001440         10  SP-PAYMENT-TERMS    PIC X(10).
001450 77  WS-SUPPLIER-FOUND-SWITCH PIC X(01)      VALUE 'N'.
001460 77  WS-CURRENT-TERMS        PIC X(10)       VALUE SPACE.
001470*----------------------------------------------------------------
001480* REPORT HEADINGS AND DETAIL LINES
001490*----------------------------------------------------------------
001500 01  HDG-TITLE-LINE.
001510     05  FILLER              PIC X(01)       VALUE SPACE.
001520     05  FILLER              PIC X(40)       VALUE
001530         'ACCOUNTS PAYABLE PAYMENT-DUE REPORT'.
001540     05  FILLER              PIC X(06)       VALUE 'DATE'.
001550     05  HDG-RUN-DATE        PIC 9(08).
001560     05  FILLER              PIC X(04)       VALUE SPACE.
001570     05  FILLER              PIC X(05)       VALUE 'PAGE'.
001580     05  HDG-PAGE-NO         PIC ZZ9.
001590 01  HDG-SUPPLIER-LINE.
001600     05  FILLER              PIC X(01)       VALUE SPACE.
001610     05  FILLER              PIC X(14) VALUE 'SUPPLIER ID: '.
001620     05  HDG-SUPPLIER-ID     PIC 9(06).
001630     05  FILLER              PIC X(02)       VALUE SPACE.
001640     05  HDG-SUPPLIER-NAME   PIC X(30).
001650     05  FILLER              PIC X(08) VALUE 'TERMS: '.
001660     05  HDG-TERMS           PIC X(10).
001670 01  HDG-COLUMN-LINE.
001680     05  FILLER              PIC X(01)       VALUE SPACE.
001690     05  FILLER              PIC X(09)       VALUE 'PO NUMBER'.
001700     05  FILLER              PIC X(02)       VALUE SPACE.
001710     05  FILLER              PIC X(10)       VALUE 'INVOICE'.
001720     05  FILLER              PIC X(02)       VALUE SPACE.
001730     05  FILLER              PIC X(08)       VALUE 'INV DATE'.
001740     05  FILLER              PIC X(14)       VALUE
001750         '        AMOUNT'.
001760     05  FILLER              PIC X(02)       VALUE SPACE.
001770     05  FILLER              PIC X(08)       VALUE 'DUE DAYS'.
001780     05  FILLER              PIC X(02)       VALUE SPACE.
001790     05  FILLER              PIC X(16)       VALUE 'STATUS'.
001800 01  DTL-LINE.
001810     05  FILLER              PIC X(01)       VALUE SPACE.
001820     05  DTL-PO-NUMBER       PIC 9(08).
001830     05  FILLER              PIC X(03)       VALUE SPACE.
001840     05  DTL-INVOICE-NUMBER  PIC X(10).
001850     05  FILLER              PIC X(02)       VALUE SPACE.
001860     05  DTL-INVOICE-DATE    PIC 9(08).
001870     05  FILLER              PIC X(01)       VALUE SPACE.
001880     05  DTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
001890     05  FILLER              PIC X(03)       VALUE SPACE.
001900     05  DTL-DUE-DAYS        PIC ZZZ,ZZ9-.
001910     05  FILLER              PIC X(02)       VALUE SPACE.
001920     05  DTL-STATUS          PIC X(16).
001930 01  SUP-TOTAL-LINE.
001940     05  FILLER              PIC X(03)       VALUE SPACE.
001950     05  FILLER              PIC X(26)       VALUE
001960         'TOTAL OPEN FOR SUPPLIER: '.
001970     05  SUP-TOTAL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
001980 01  GRAND-TOTAL-LINE.
001990     05  FILLER              PIC X(01)       VALUE SPACE.
002000     05  FILLER              PIC X(28)       VALUE
002010         'TOTAL OPEN PAYABLES:'.
002020     05  GRD-TOTAL-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
002030 01  PAST-DUE-TOTAL-LINE.
002040     05  FILLER              PIC X(01)       VALUE SPACE.
002050     05  FILLER              PIC X(28)       VALUE
002060         'OF WHICH PAST DUE:'.
002070     05  PD-TOTAL-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
002080     05  FILLER              PIC X(12)       VALUE '  INVOICES: '.
002090     05  PD-TOTAL-COUNT      PIC ZZZZ9.
002100 PROCEDURE DIVISION.
002110*----------------------------------------------------------------
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002150         UNTIL END-OF-FILE.
002160     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
002170     STOP RUN.
002180*----------------------------------------------------------------
002190 1000-INITIALIZE.
002200     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
002210     SORT SORT-WORK
002220         ON ASCENDING KEY SW-SUPPLIER-ID SW-INVOICE-DATE
002230         WITH DUPLICATES IN ORDER
002240         USING OPEN-PAYABLE-FILE
002250         GIVING SORTED-PAYABLE-FILE.
002260     OPEN INPUT SORTED-PAYABLE-FILE.
002270     OPEN OUTPUT REPORT-FILE.
002280     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
002290     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
002300     MOVE WS-TODAY-DATE TO WS-DATE-WORK.
002310     COMPUTE WS-TODAY-ORDINAL =
002320         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
002330         + WS-WORK-DAY.
002340     PERFORM 1050-LOAD-SUPPLIER-TABLE THRU 1050-EXIT.
002350     PERFORM 1100-READ-PAYABLE THRU 1100-EXIT.
002360 1000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------
002390 1050-LOAD-SUPPLIER-TABLE.
002400     OPEN INPUT SUPPLIER-FILE.
002410     SET WS-EOF-SWITCH TO 'N'.
002420     READ SUPPLIER-FILE
002430         AT END
002440             SET END-OF-FILE TO TRUE
002450     END-READ.
002460     PERFORM 1060-LOAD-SUPPLIER-ENTRY THRU 1060-EXIT
002470         UNTIL END-OF-FILE.
002480     CLOSE SUPPLIER-FILE.
002490     SET WS-EOF-SWITCH TO 'N'.
002500 1050-EXIT.
002510     EXIT.
002520*----------------------------------------------------------------
002530 1060-LOAD-SUPPLIER-ENTRY.
002540     ADD 1 TO WS-SUPPLIER-COUNT.
002550     SET SP-IDX TO WS-SUPPLIER-COUNT.
002560     MOVE SUPPLIER-ID OF SUPPLIER-RECORD
002570         TO SP-SUPPLIER-ID (SP-IDX).
002580     MOVE SUPPLIER-NAME TO SP-SUPPLIER-NAME (SP-IDX).
002590     MOVE PAYMENT-TERMS TO SP-PAYMENT-TERMS (SP-IDX).
002600     READ SUPPLIER-FILE
002610         AT END
002620             SET END-OF-FILE TO TRUE
002630     END-READ.
002640 1060-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670 1100-READ-PAYABLE.
002680     READ SORTED-PAYABLE-FILE
002690         AT END
002700             SET END-OF-FILE TO TRUE
002710     END-READ.
002720 1100-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002750* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002760* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
002770* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
002780* NO RECORD MEANS THE RUN DATE, AS BEFORE.
002790*----------------------------------------------------------------
002800 1900-READ-BUSINESS-DATE.
002810     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
002820     OPEN INPUT BUSINESS-DATE-FILE.
002830     IF WS-BIZ-FILE-STATUS = '00'
002840         READ BUSINESS-DATE-FILE
002850             AT END
002860                 CONTINUE
002870             NOT AT END
002880                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002890         END-READ
002900         CLOSE BUSINESS-DATE-FILE
002910     END-IF.
002920 1900-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950 2000-PROCESS-RECORD.
002960     PERFORM 2100-SUPPLIER-CHECK THRU 2100-EXIT.
002970     PERFORM 2300-PRINT-INVOICE THRU 2300-EXIT.
002980     PERFORM 1100-READ-PAYABLE THRU 1100-EXIT.
002990 2000-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020 2100-SUPPLIER-CHECK.
003030     IF FIRST-GROUP
003040         PERFORM 2110-SUPPLIER-BREAK THRU 2110-EXIT
003050     ELSE
003060         IF SR-SUPPLIER-ID NOT = WS-SAVE-SUPPLIER-ID
003070             PERFORM 2200-SUPPLIER-TOTAL THRU 2200-EXIT
003080             PERFORM 2110-SUPPLIER-BREAK THRU 2110-EXIT
003090         END-IF
003100     END-IF.
003110 2100-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140 2110-SUPPLIER-BREAK.
003150     MOVE SR-SUPPLIER-ID TO WS-SAVE-SUPPLIER-ID.
003160     MOVE ZERO TO WS-SUP-TOTAL-AMOUNT.
003170     SET FIRST-GROUP TO FALSE.
003180     PERFORM 2450-FIND-SUPPLIER THRU 2450-EXIT.
003190     PERFORM 2150-PARSE-TERMS THRU 2150-EXIT.
003200     PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT.
003210 2110-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* THE NET DAYS ARE THE LAST RUN OF DIGITS IN THE TERMS FIELD -
003250* THAT READS 'NET30', 'NET 30', AND '2/10NET30' ALL AS 30.  A
003260* TERMS FIELD WITH NO DIGITS AT ALL DEFAULTS TO NET 30 RATHER
003270* THAN LETTING THE INVOICE FLOAT FOREVER.
003280*----------------------------------------------------------------
003290 2150-PARSE-TERMS.
003300     MOVE ZERO TO WS-TERMS-DAYS.
003310     MOVE ZERO TO WS-TERMS-SCAN-IDX.
003320     MOVE 'N' TO WS-TERMS-IN-RUN-SWITCH.
003330     PERFORM 2160-SCAN-TERMS-CHAR THRU 2160-EXIT
003340         UNTIL WS-TERMS-SCAN-IDX NOT < 10.
003350     IF WS-TERMS-DAYS = ZERO
003360         MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS
003370     END-IF.
003380 2150-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410 2160-SCAN-TERMS-CHAR.
003420     ADD 1 TO WS-TERMS-SCAN-IDX.
003430     MOVE WS-CURRENT-TERMS (WS-TERMS-SCAN-IDX:1)
003440         TO WS-TERMS-CHAR.
003450     IF WS-TERMS-CHAR NUMERIC
003460         IF WS-TERMS-IN-RUN-SWITCH = 'N'
003470             MOVE ZERO TO WS-TERMS-DAYS
003480             MOVE 'Y' TO WS-TERMS-IN-RUN-SWITCH
003490         END-IF
003500         MOVE WS-TERMS-CHAR TO WS-TERMS-DIGIT
003510         COMPUTE WS-TERMS-DAYS =
003520             (WS-TERMS-DAYS * 10) + WS-TERMS-DIGIT
003530     ELSE
003540         MOVE 'N' TO WS-TERMS-IN-RUN-SWITCH
003550     END-IF.
003560 2160-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590 2200-SUPPLIER-TOTAL.
003600     MOVE WS-SUP-TOTAL-AMOUNT TO SUP-TOTAL-AMOUNT.
003610     WRITE REPORT-LINE FROM SUP-TOTAL-LINE.
003620     MOVE SPACE TO REPORT-LINE.
003630     WRITE REPORT-LINE.
003640 2200-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670 2300-PRINT-INVOICE.
003680     MOVE SR-INVOICE-DATE TO WS-DATE-WORK.
003690     COMPUTE WS-INVOICE-ORDINAL =
003700         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
003710         + WS-WORK-DAY.
003720     COMPUTE WS-DAYS-SINCE-INVOICE =
003730         WS-TODAY-ORDINAL - WS-INVOICE-ORDINAL.
003740     COMPUTE WS-DAYS-UNTIL-DUE =
003750         WS-TERMS-DAYS - WS-DAYS-SINCE-INVOICE.
003760     MOVE SPACE TO DTL-LINE.
003770     MOVE SR-PO-NUMBER TO DTL-PO-NUMBER.
003780     MOVE SR-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
003790     MOVE SR-INVOICE-DATE TO DTL-INVOICE-DATE.
003800     MOVE SR-INVOICE-AMOUNT TO DTL-AMOUNT.
003810     MOVE WS-DAYS-UNTIL-DUE TO DTL-DUE-DAYS.
003820     EVALUATE TRUE
003830         WHEN WS-DAYS-UNTIL-DUE < ZERO
003840             MOVE '** PAST DUE **' TO DTL-STATUS
003850             ADD 1 TO WS-PAST-DUE-COUNT
003860             ADD SR-INVOICE-AMOUNT TO WS-PAST-DUE-AMOUNT
003870         WHEN WS-DAYS-UNTIL-DUE NOT > WS-DUE-SOON-DAYS
003880             MOVE 'DUE NOW' TO DTL-STATUS
003890         WHEN OTHER
003900             MOVE 'OPEN' TO DTL-STATUS
003910     END-EVALUATE.
003920     WRITE REPORT-LINE FROM DTL-LINE.
003930     ADD SR-INVOICE-AMOUNT TO WS-SUP-TOTAL-AMOUNT.
003940     ADD SR-INVOICE-AMOUNT TO WS-GRD-TOTAL-AMOUNT.
003950     ADD 1 TO WS-INVOICE-COUNT.
003960     ADD 1 TO WS-LINE-COUNT.
003970     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
003980         PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT
003990     END-IF.
004000 2300-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030 2400-PRINT-HEADINGS.
004040     ADD 1 TO WS-PAGE-COUNT.
004050     MOVE ZERO TO WS-LINE-COUNT.
004060     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
004070     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
004080     MOVE WS-SAVE-SUPPLIER-ID TO HDG-SUPPLIER-ID.
004090     WRITE REPORT-LINE FROM HDG-SUPPLIER-LINE.
004100     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
004110 2400-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140 2450-FIND-SUPPLIER.
004150     SET WS-SUPPLIER-FOUND-SWITCH TO 'N'.
004160     SEARCH ALL SUPPLIER-TABLE-ENTRY
004170         WHEN SP-SUPPLIER-ID (SP-IDX) = SR-SUPPLIER-ID
004180             SET WS-SUPPLIER-FOUND-SWITCH TO 'Y'
004190     END-SEARCH.
004200     IF WS-SUPPLIER-FOUND-SWITCH = 'Y'
004210         MOVE SP-SUPPLIER-NAME (SP-IDX) TO HDG-SUPPLIER-NAME
004220         MOVE SP-PAYMENT-TERMS (SP-IDX) TO HDG-TERMS
004230         MOVE SP-PAYMENT-TERMS (SP-IDX) TO WS-CURRENT-TERMS
004240     ELSE
004250         MOVE 'SUPPLIER NOT ON FILE' TO HDG-SUPPLIER-NAME
004260         MOVE SPACE TO HDG-TERMS
004270         MOVE SPACE TO WS-CURRENT-TERMS
004280     END-IF.
004290 2450-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------
004320 3000-FINISH-UP.
004330     IF NOT FIRST-GROUP
004340         PERFORM 2200-SUPPLIER-TOTAL THRU 2200-EXIT
004350     END-IF.
004360     MOVE WS-GRD-TOTAL-AMOUNT TO GRD-TOTAL-AMOUNT.
004370     WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
004380     MOVE WS-PAST-DUE-AMOUNT TO PD-TOTAL-AMOUNT.
004390     MOVE WS-PAST-DUE-COUNT TO PD-TOTAL-COUNT.
004400     WRITE REPORT-LINE FROM PAST-DUE-TOTAL-LINE.
004410     CLOSE SORTED-PAYABLE-FILE.
004420     CLOSE REPORT-FILE.
004430 3000-EXIT.
004440     EXIT.
