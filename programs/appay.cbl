000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. APPAY.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. PURCHASING-SYSTEMS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - SUPPLIER PAYMENT RUN
000200* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000210*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000220*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000230*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000240*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000250* 2026-10-15 DW   THE RUN IS REFUSED (RC 16) WHEN THE PARAMETER
000260*                 FILE GIVES NO BANK ACCOUNT, RATHER THAN SEND THE
000270*                 BANK A POSITIVE-PAY FILE WITH A BLANK ACCOUNT.
000280*                 PARAGRAPHS PUT BACK IN NUMERIC ORDER.
000290*                 RENUMBERED
000300*----------------------------------------------------------------
000310* THIS PROGRAM IS THE CHECK RUN THE OPEN PAYABLES FILE
000320* (OPENPAY.CPY) HAS ALWAYS ASSUMED.  THE FILE IS SORTED BY
000330* SUPPLIER AND INVOICE DATE THE WAY APDUE SORTS IT AND EACH
000340* INVOICE IS TESTED AGAINST ITS SUPPLIER'S PAYMENT-TERMS:
000350*   - THE NET DAYS ARE THE LAST RUN OF DIGITS, AS APDUE READS
000360*     THEM ('NET30', 'NET 30', '2/10NET30' ARE ALL NET 30)
000370*   - A DISCOUNT TERM IS DIGITS, A SLASH, AND DIGITS AHEAD OF
000380*     THE NET DAYS - '2/10NET30' IS 2 PERCENT OFF IF PAID
000390*     WITHIN 10 DAYS OF THE INVOICE DATE
000400* AN INVOICE IS PAID WHEN ITS NET DUE DATE FALLS ON OR BEFORE
000410* THE CUTOFF DATE, OR WHEN ITS DISCOUNT WINDOW IS STILL OPEN
000420* TODAY BUT CLOSES BY THE CUTOFF - WAITING FOR THE NEXT RUN
000430* WOULD LOSE THE DISCOUNT.  ANY INVOICE PAID WHILE ITS WINDOW
000440* IS OPEN TAKES THE DISCOUNT.
000450*
000460* EVERY INVOICE PAID FOR ONE SUPPLIER-ID GOES ON ONE CHECK.
000470* EACH CHECK PRINTS ON THE CHECK REGISTER WITH THE INVOICES IT
000480* PAYS, IS SENT TO THE BANK ON THE POSITIVE-PAY FILE
000490* (POSPAY.CPY), AND EACH INVOICE IT PAYS IS APPENDED TO THE
000500* DISBURSEMENT HISTORY (DISBHIST.CPY) FOR THE GL EXTRACT.  THE
000510* OPEN PAYABLES FILE IS WRITTEN BACK OUT WITHOUT THE PAID
000520* INVOICES.  AN INVOICE FOR A SUPPLIER NOT ON THE MASTER IS
000530* NEVER PAID - IT IS CARRIED FORWARD AND CALLED OUT.
000540*
000550* THE CUTOFF DATE, THE FIRST CHECK NUMBER ON THE STOCK LOADED
000560* IN THE PRINTER, AND THE BANK ACCOUNT COME FROM A ONE-RECORD
000570* PARAMETER FILE.  NO CUTOFF MEANS THE RUN DATE; NO FIRST
000580* CHECK NUMBER MEANS THE NUMBER AFTER THE HIGHEST ONE ON THE
000590* DISBURSEMENT HISTORY.  NO BANK ACCOUNT REFUSES THE RUN.
000600*----------------------------------------------------------------
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT OPEN-PAYABLE-FILE ASSIGN TO PAYBIN
000680         ORGANIZATION IS SEQUENTIAL.
000690     SELECT SUPPLIER-FILE ASSIGN TO SUPIN
000700         ORGANIZATION IS SEQUENTIAL.
000710     SELECT SORT-WORK ASSIGN TO SRTWK01.
000720     SELECT SORTED-PAYABLE-FILE ASSIGN TO PAYBSRT
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT NEW-PAYABLE-FILE ASSIGN TO PAYBOUT
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT PARM-FILE ASSIGN TO APPARM
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PARM-FILE-STATUS.
000790     SELECT OLD-DISBURSEMENT-FILE ASSIGN TO DSBHIST
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-DSB-FILE-STATUS.
000820     SELECT DISBURSEMENT-FILE ASSIGN TO DSBHOUT
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT POSITIVE-PAY-FILE ASSIGN TO POSPAY
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT REPORT-FILE ASSIGN TO CHKREG
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-BIZ-FILE-STATUS.
000910     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
000920         ORGANIZATION IS SEQUENTIAL.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  OPEN-PAYABLE-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 COPY "openpay.cpy".
000990 FD  SUPPLIER-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 COPY "supplier.cpy".
001030 SD  SORT-WORK.
001040 01  SORT-WORK-RECORD.
001050     05  SW-SUPPLIER-ID          PIC 9(06).
001060     05  SW-PO-NUMBER            PIC 9(08).
001070     05  SW-INVOICE-NUMBER       PIC X(10).
001080     05  SW-INVOICE-DATE         PIC 9(08).
001090     05  SW-INVOICE-AMOUNT       PIC 9(09)V99.
001100 FD  SORTED-PAYABLE-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  SORTED-PAYABLE-RECORD.
001140     05  SR-SUPPLIER-ID          PIC 9(06).
001150     05  SR-PO-NUMBER            PIC 9(08).
001160     05  SR-INVOICE-NUMBER       PIC X(10).
001170     05  SR-INVOICE-DATE         PIC 9(08).
001180     05  SR-INVOICE-AMOUNT       PIC 9(09)V99.
001190 FD  NEW-PAYABLE-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  NEW-PAYABLE-RECORD          PIC X(43).
001230 FD  PARM-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  PARAMETER-RECORD.
001270     05  PRM-CUTOFF-DATE         PIC 9(08).
001280     05  PRM-FIRST-CHECK-NUMBER  PIC 9(08).
001290     05  PRM-BANK-ACCOUNT        PIC X(12).
001300 FD  OLD-DISBURSEMENT-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 01  OLD-DISBURSEMENT-RECORD.
001340     05  OD-POSTED-DATE          PIC 9(08).
001350     05  OD-CHECK-NUMBER         PIC 9(08).
001360     05  FILLER                  PIC X(65).
001370 FD  DISBURSEMENT-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 COPY "disbhist.cpy".
001410 FD  POSITIVE-PAY-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 COPY "pospay.cpy".
001450 FD  REPORT-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE OMITTED.
001480 01  REPORT-LINE                 PIC X(132).
001490 FD  BUSINESS-DATE-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001520 COPY "bizdate.cpy".
001530 FD  PERIOD-CALENDAR-FILE
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD.
001560 COPY "percal.cpy".
001570 WORKING-STORAGE SECTION.
001580*----------------------------------------------------------------
001590* SWITCHES AND SELECTION
001600*----------------------------------------------------------------
001610 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001620     88  END-OF-FILE                       VALUE 'Y'.
001630 77  WS-FIRST-GROUP-SWITCH       PIC X(01) VALUE 'Y'.
001640     88  FIRST-GROUP                       VALUE 'Y'
001650         WHEN SET TO FALSE IS 'N'.
001660 77  WS-CHECK-OPEN-SWITCH        PIC X(01) VALUE 'N'.
001670     88  CHECK-OPEN                        VALUE 'Y'.
001680 77  WS-PAY-SWITCH               PIC X(01) VALUE 'N'.
001690     88  PAY-THIS-INVOICE                  VALUE 'Y'.
001700 77  WS-DISC-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001710     88  DISCOUNT-WINDOW-OPEN              VALUE 'Y'.
001720 77  WS-PARM-FILE-STATUS         PIC X(02) VALUE SPACE.
001730 77  WS-DSB-FILE-STATUS          PIC X(02) VALUE SPACE.
001740 77  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
001750 77  WS-BANK-ACCOUNT             PIC X(12) VALUE SPACE.
001760 77  WS-NEXT-CHECK-NUMBER        PIC 9(08) VALUE ZERO.
001770 77  WS-CHECK-NUMBER             PIC 9(08) VALUE ZERO.
001780 77  WS-HIGH-CHECK-NUMBER        PIC 9(08) VALUE ZERO.
001790*----------------------------------------------------------------
001800* COUNTERS AND ACCUMULATORS
001810*----------------------------------------------------------------
001820 77  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.
001830 77  WS-PAGE-COUNT               PIC 9(03) VALUE ZERO.
001840 77  WS-PAGE-LINE-MAX            PIC 9(03) VALUE 055.
001850 77  WS-SAVE-SUPPLIER-ID         PIC 9(06) VALUE ZERO.
001860 77  WS-CHECK-COUNT              PIC 9(07) COMP VALUE ZERO.
001870 77  WS-PAID-COUNT               PIC 9(07) COMP VALUE ZERO.
001880 77  WS-CARRIED-COUNT            PIC 9(07) COMP VALUE ZERO.
001890 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
001900 77  WS-DISC-TAKEN-COUNT         PIC 9(07) COMP VALUE ZERO.
001910 77  WS-CHK-GROSS-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001920 77  WS-CHK-DISCOUNT-AMOUNT      PIC 9(11)V99 VALUE ZERO.
001930 77  WS-CHK-NET-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001940 77  WS-GRD-GROSS-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001950 77  WS-GRD-DISCOUNT-AMOUNT      PIC 9(11)V99 VALUE ZERO.
001960 77  WS-GRD-NET-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001970 77  WS-CARRIED-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001980 77  WS-HELD-AMOUNT              PIC 9(11)V99 VALUE ZERO.
001990 77  WS-DISCOUNT-AMOUNT          PIC 9(09)V99 VALUE ZERO.
002000 77  WS-PAID-AMOUNT              PIC 9(09)V99 VALUE ZERO.
002010*----------------------------------------------------------------
002020* TERMS PARSING - EVERY RUN OF DIGITS IN PAYMENT-TERMS IS KEPT
002030* SO A DISCOUNT TERM CAN BE TOLD FROM A PLAIN NET TERM
002040*----------------------------------------------------------------
002050 77  WS-TERMS-DAYS               PIC 9(03) VALUE ZERO.
002060 77  WS-DISC-PERCENT             PIC 9(03) VALUE ZERO.
002070 77  WS-DISC-DAYS                PIC 9(03) VALUE ZERO.
002080 77  WS-TERMS-SCAN-IDX           PIC 9(02) COMP VALUE ZERO.
002090 77  WS-TERMS-RUN-COUNT          PIC 9(02) COMP VALUE ZERO.
002100 77  WS-TERMS-CHAR               PIC X(01) VALUE SPACE.
002110 77  WS-TERMS-DIGIT              PIC 9(01) VALUE ZERO.
002120 77  WS-TERMS-IN-RUN-SWITCH      PIC X(01) VALUE 'N'.
002130 77  WS-TERMS-SLASH-SWITCH       PIC X(01) VALUE 'N'.
002140 77  WS-DEFAULT-TERMS-DAYS       PIC 9(03) VALUE 030.
002150 01  WS-TERMS-RUNS.
002160     05  WS-TERMS-RUN-VALUE      PIC 9(03) OCCURS 3 TIMES.
002170*----------------------------------------------------------------
002180* DATE MATH (360-DAY ORDINALS, THE SAME WHOLE-DAY SUBTRACTION
002190* THE OTHER REPORTS USE)
002200*----------------------------------------------------------------
002210 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
002220 77  WS-TODAY-ORDINAL            PIC 9(07) VALUE ZERO.
002230 77  WS-CUTOFF-ORDINAL           PIC 9(07) VALUE ZERO.
002240 77  WS-INVOICE-ORDINAL          PIC 9(07) VALUE ZERO.
002250 77  WS-NET-DUE-ORDINAL          PIC 9(07) VALUE ZERO.
002260 77  WS-DISC-DUE-ORDINAL         PIC 9(07) VALUE ZERO.
002270 01  WS-DATE-WORK.
002280     05  WS-WORK-YEAR            PIC 9(04).
002290     05  WS-WORK-MONTH           PIC 9(02).
002300     05  WS-WORK-DAY             PIC 9(02).
002310*----------------------------------------------------------------
002320* BUSINESS DATE AND POSTING PERIOD
002330*----------------------------------------------------------------
002340 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
002350 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002360 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
002370     88  PERIOD-END-OF-FILE               VALUE 'Y'.
002380 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
002390     88  POSTING-PERIOD-OPEN              VALUE 'O'.
002400     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
002410 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
002420     88  RUN-DATE-REFUSED                 VALUE 'Y'.
002430 77  WS-PARM-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
002440     88  RUN-PARM-REFUSED                 VALUE 'Y'.
002450*----------------------------------------------------------------
002460* SUPPLIER MASTER TABLE - LOADED IN FULL FROM SUPPLIER-FILE.
002470* THE TABLE IS SIZED BY ITS COUNT SO THE BINARY SEARCH NEVER
002480* PROBES AN EMPTY SLOT.
002490*----------------------------------------------------------------
002500 01  SUPPLIER-TABLE-AREA.
002510     05  WS-SUPPLIER-COUNT   PIC 9(05) COMP  VALUE ZERO.
002520     05  SUPPLIER-TABLE-ENTRY OCCURS 1 TO 2000 TIMES
002530             DEPENDING ON WS-SUPPLIER-COUNT
002540             ASCENDING KEY IS SP-SUPPLIER-ID
002550             INDEXED BY SP-IDX.
002560         10  SP-SUPPLIER-ID      PIC 9(06).
002570         10  SP-SUPPLIER-NAME    PIC X(30).
002580         10  SP-PAYMENT-TERMS    PIC X(10).
002590 77  WS-SUPPLIER-FOUND-SWITCH PIC X(01)      VALUE 'N'.
002600 77  WS-CURRENT-TERMS        PIC X(10)       VALUE SPACE.
002610 77  WS-CURRENT-NAME         PIC X(30)       VALUE SPACE.
002620*----------------------------------------------------------------
002630* CHECK REGISTER HEADINGS AND DETAIL LINES
002640*----------------------------------------------------------------
002650 01  HDG-TITLE-LINE.
002660     05  FILLER              PIC X(01)       VALUE SPACE.
002670     05  FILLER              PIC X(40)       VALUE
002680         'SUPPLIER PAYMENT RUN - CHECK REGISTER'.
002690     05  FILLER              PIC X(06)       VALUE 'DATE'.
002700     05  HDG-RUN-DATE        PIC 9(08).
002710     05  FILLER              PIC X(10)       VALUE '  CUTOFF'.
002720     05  HDG-CUTOFF-DATE     PIC 9(08).
002730     05  FILLER              PIC X(04)       VALUE SPACE.
002740     05  FILLER              PIC X(05)       VALUE 'PAGE'.
002750     05  HDG-PAGE-NO         PIC ZZ9.
002760 01  HDG-COLUMN-LINE.
002770     05  FILLER              PIC X(01)       VALUE SPACE.
002780     05  FILLER              PIC X(09)       VALUE 'PO NUMBER'.
002790     05  FILLER              PIC X(02)       VALUE SPACE.
002800     05  FILLER              PIC X(10)       VALUE 'INVOICE'.
002810     05  FILLER              PIC X(02)       VALUE SPACE.
002820     05  FILLER              PIC X(08)       VALUE 'INV DATE'.
002830     05  FILLER              PIC X(14)       VALUE
002840         '         GROSS'.
002850     05  FILLER              PIC X(14)       VALUE
002860         '      DISCOUNT'.
002870     05  FILLER              PIC X(14)       VALUE
002880         '      NET PAID'.
002890     05  FILLER              PIC X(02)       VALUE SPACE.
002900     05  FILLER              PIC X(16)       VALUE 'STATUS'.
002910 01  CHK-HEADING-LINE.
002920     05  FILLER              PIC X(01)       VALUE SPACE.
002930     05  FILLER              PIC X(07)       VALUE 'CHECK '.
002940     05  CHK-CHECK-NUMBER    PIC 9(08).
002950     05  FILLER              PIC X(12) VALUE '  SUPPLIER '.
002960     05  CHK-SUPPLIER-ID     PIC 9(06).
002970     05  FILLER              PIC X(02)       VALUE SPACE.
002980     05  CHK-SUPPLIER-NAME   PIC X(30).
002990     05  FILLER              PIC X(08) VALUE 'TERMS: '.
003000     05  CHK-TERMS           PIC X(10).
003010 01  DTL-LINE.
003020     05  FILLER              PIC X(01)       VALUE SPACE.
003030     05  DTL-PO-NUMBER       PIC 9(08).
003040     05  FILLER              PIC X(03)       VALUE SPACE.
003050     05  DTL-INVOICE-NUMBER  PIC X(10).
003060     05  FILLER              PIC X(02)       VALUE SPACE.
003070     05  DTL-INVOICE-DATE    PIC 9(08).
003080     05  DTL-GROSS-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
003090     05  DTL-DISCOUNT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
003100     05  DTL-NET-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
003110     05  FILLER              PIC X(02)       VALUE SPACE.
003120     05  DTL-STATUS          PIC X(30).
003130 01  CHK-TOTAL-LINE.
003140     05  FILLER              PIC X(03)       VALUE SPACE.
003150     05  FILLER              PIC X(29)       VALUE
003160         'CHECK TOTAL'.
003170     05  CHK-GROSS-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
003180     05  CHK-DISCOUNT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
003190     05  CHK-NET-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
003200 01  TOTAL-LINE.
003210     05  FILLER              PIC X(01)       VALUE SPACE.
003220     05  TOT-TEXT            PIC X(38).
003230     05  TOT-COUNT           PIC ZZZZZZ9.
003240     05  FILLER              PIC X(02)       VALUE SPACE.
003250     05  TOT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
003260 01  CLS-STOP-LINE.
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
003290     05  CLS-BUSINESS-DATE       PIC 9(08).
003300     05  FILLER                  PIC X(03) VALUE ' - '.
003310     05  CLS-REASON              PIC X(50).
003320 01  PRM-STOP-LINE.
003330     05  FILLER                  PIC X(01) VALUE SPACE.
003340     05  FILLER                  PIC X(60) VALUE
003350         'NO BANK ACCOUNT ON THE PARAMETER FILE - RUN STOPPED'.
003360 PROCEDURE DIVISION.
003370*----------------------------------------------------------------
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     IF RUN-DATE-REFUSED
003410         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
003420         STOP RUN
003430     END-IF.
003440     IF RUN-PARM-REFUSED
003450         PERFORM 3860-PARM-REFUSED-STOP THRU 3860-EXIT
003460         STOP RUN
003470     END-IF.
003480     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003490         UNTIL END-OF-FILE.
003500     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
003510     STOP RUN.
003520*----------------------------------------------------------------
003530 1000-INITIALIZE.
003540     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
003550     IF RUN-DATE-REFUSED
003560         GO TO 1000-EXIT
003570     END-IF.
003580     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
003590     PERFORM 1020-READ-PARAMETERS THRU 1020-EXIT.
003600     IF RUN-PARM-REFUSED
003610         GO TO 1000-EXIT
003620     END-IF.
003630     SORT SORT-WORK
003640         ON ASCENDING KEY SW-SUPPLIER-ID SW-INVOICE-DATE
003650         WITH DUPLICATES IN ORDER
003660         USING OPEN-PAYABLE-FILE
003670         GIVING SORTED-PAYABLE-FILE.
003680     IF WS-NEXT-CHECK-NUMBER = ZERO
003690         PERFORM 1040-FIND-LAST-CHECK THRU 1040-EXIT
003700     END-IF.
003710     MOVE WS-TODAY-DATE TO WS-DATE-WORK.
003720     COMPUTE WS-TODAY-ORDINAL =
003730         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
003740         + WS-WORK-DAY.
003750     MOVE WS-CUTOFF-DATE TO WS-DATE-WORK.
003760     COMPUTE WS-CUTOFF-ORDINAL =
003770         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
003780         + WS-WORK-DAY.
003790     OPEN INPUT SORTED-PAYABLE-FILE.
003800     OPEN OUTPUT NEW-PAYABLE-FILE.
003810     OPEN OUTPUT POSITIVE-PAY-FILE.
003820     OPEN EXTEND DISBURSEMENT-FILE.
003830     OPEN OUTPUT REPORT-FILE.
003840     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
003850     MOVE WS-CUTOFF-DATE TO HDG-CUTOFF-DATE.
003860     PERFORM 1050-LOAD-SUPPLIER-TABLE THRU 1050-EXIT.
003870     PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT.
003880     PERFORM 1100-READ-PAYABLE THRU 1100-EXIT.
003890 1000-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* MISSING OR EMPTY PARAMETERS MEAN PAY WHAT IS DUE BY TODAY AND
003930* NUMBER ON FROM THE HISTORY - BUT THE BANK ACCOUNT HAS NO
003940* DEFAULT.  A POSITIVE-PAY FILE WITH NO ACCOUNT ON IT WOULD HAVE
003950* THE BANK BOUNCING EVERY CHECK, SO WITHOUT ONE THE RUN IS
003960* REFUSED BEFORE ANY CHECK IS NUMBERED.
003970*----------------------------------------------------------------
003980 1020-READ-PARAMETERS.
003990     MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE.
004000     OPEN INPUT PARM-FILE.
004010     IF WS-PARM-FILE-STATUS = '00'
004020         READ PARM-FILE
004030             AT END
004040                 CONTINUE
004050             NOT AT END
004060                 IF PRM-CUTOFF-DATE NUMERIC
004070                     AND PRM-CUTOFF-DATE > ZERO
004080                     MOVE PRM-CUTOFF-DATE TO WS-CUTOFF-DATE
004090                 END-IF
004100                 IF PRM-FIRST-CHECK-NUMBER NUMERIC
004110                     MOVE PRM-FIRST-CHECK-NUMBER
004120                         TO WS-NEXT-CHECK-NUMBER
004130                 END-IF
004140                 MOVE PRM-BANK-ACCOUNT TO WS-BANK-ACCOUNT
004150         END-READ
004160         CLOSE PARM-FILE
004170     END-IF.
004180     IF WS-BANK-ACCOUNT = SPACE
004190         SET RUN-PARM-REFUSED TO TRUE
004200     END-IF.
004210 1020-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* NO FIRST CHECK NUMBER WAS GIVEN - CONTINUE FROM THE HIGHEST
004250* NUMBER ALREADY ISSUED.  NO HISTORY AT ALL STARTS AT ONE.
004260*----------------------------------------------------------------
004270 1040-FIND-LAST-CHECK.
004280     MOVE ZERO TO WS-HIGH-CHECK-NUMBER.
004290     OPEN INPUT OLD-DISBURSEMENT-FILE.
004300     IF WS-DSB-FILE-STATUS = '00'
004310         SET WS-EOF-SWITCH TO 'N'
004320         READ OLD-DISBURSEMENT-FILE
004330             AT END
004340                 SET END-OF-FILE TO TRUE
004350         END-READ
004360         PERFORM 1045-SCAN-ONE-DISBURSEMENT THRU 1045-EXIT
004370             UNTIL END-OF-FILE
004380         CLOSE OLD-DISBURSEMENT-FILE
004390         SET WS-EOF-SWITCH TO 'N'
004400     END-IF.
004410     COMPUTE WS-NEXT-CHECK-NUMBER = WS-HIGH-CHECK-NUMBER + 1.
004420 1040-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450 1045-SCAN-ONE-DISBURSEMENT.
004460     IF OD-CHECK-NUMBER > WS-HIGH-CHECK-NUMBER
004470         MOVE OD-CHECK-NUMBER TO WS-HIGH-CHECK-NUMBER
004480     END-IF.
004490     READ OLD-DISBURSEMENT-FILE
004500         AT END
004510             SET END-OF-FILE TO TRUE
004520     END-READ.
004530 1045-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560 1050-LOAD-SUPPLIER-TABLE.
004570     OPEN INPUT SUPPLIER-FILE.
004580     SET WS-EOF-SWITCH TO 'N'.
004590     READ SUPPLIER-FILE
004600         AT END
004610             SET END-OF-FILE TO TRUE
004620     END-READ.
004630     PERFORM 1060-LOAD-SUPPLIER-ENTRY THRU 1060-EXIT
004640         UNTIL END-OF-FILE.
004650     CLOSE SUPPLIER-FILE.
004660     SET WS-EOF-SWITCH TO 'N'.
004670 1050-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700 1060-LOAD-SUPPLIER-ENTRY.
004710     IF WS-SUPPLIER-COUNT NOT < 2000
004720         GO TO 1060-READ-NEXT
004730     END-IF.
004740     ADD 1 TO WS-SUPPLIER-COUNT.
004750     SET SP-IDX TO WS-SUPPLIER-COUNT.
004760     MOVE SUPPLIER-ID OF SUPPLIER-RECORD
004770         TO SP-SUPPLIER-ID (SP-IDX).
004780     MOVE SUPPLIER-NAME TO SP-SUPPLIER-NAME (SP-IDX).
004790     MOVE PAYMENT-TERMS TO SP-PAYMENT-TERMS (SP-IDX).
004800 1060-READ-NEXT.
004810     READ SUPPLIER-FILE
004820         AT END
004830             SET END-OF-FILE TO TRUE
004840     END-READ.
004850 1060-EXIT.
004860     EXIT.
004870*----------------------------------------------------------------
004880 1100-READ-PAYABLE.
004890     READ SORTED-PAYABLE-FILE
004900         AT END
004910             SET END-OF-FILE TO TRUE
004920     END-READ.
004930 1100-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
004970* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
004980* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
004990* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
005000* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
005010* REFUSES THE RUN BEFORE ANYTHING POSTS.
005020*----------------------------------------------------------------
005030 1900-READ-BUSINESS-DATE.
005040     MOVE ZERO TO WS-BUSINESS-DATE.
005050     OPEN INPUT BUSINESS-DATE-FILE.
005060     IF WS-BIZ-FILE-STATUS = '00'
005070         READ BUSINESS-DATE-FILE
005080             AT END
005090                 CONTINUE
005100             NOT AT END
005110                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
005120         END-READ
005130         CLOSE BUSINESS-DATE-FILE
005140     END-IF.
005150     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
005160     IF WS-BUSINESS-DATE = ZERO
005170         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
005180             TO CLS-REASON
005190         SET RUN-DATE-REFUSED TO TRUE
005200         GO TO 1900-EXIT
005210     END-IF.
005220     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
005230     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
005240     OPEN INPUT PERIOD-CALENDAR-FILE.
005250     READ PERIOD-CALENDAR-FILE
005260         AT END
005270             SET PERIOD-END-OF-FILE TO TRUE
005280     END-READ.
005290     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
005300         UNTIL PERIOD-END-OF-FILE.
005310     CLOSE PERIOD-CALENDAR-FILE.
005320     IF POSTING-PERIOD-OPEN
005330         GO TO 1900-EXIT
005340     END-IF.
005350     IF POSTING-PERIOD-CLOSED
005360         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
005370     ELSE
005380         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
005390             TO CLS-REASON
005400     END-IF.
005410     SET RUN-DATE-REFUSED TO TRUE.
005420 1900-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------
005450 1910-CHECK-ONE-PERIOD.
005460     IF WS-BUSINESS-DATE NOT < PC-START-DATE
005470         AND WS-BUSINESS-DATE NOT > PC-END-DATE
005480         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
005490         SET PERIOD-END-OF-FILE TO TRUE
005500         GO TO 1910-EXIT
005510     END-IF.
005520     READ PERIOD-CALENDAR-FILE
005530         AT END
005540             SET PERIOD-END-OF-FILE TO TRUE
005550     END-READ.
005560 1910-EXIT.
005570     EXIT.
005580*----------------------------------------------------------------
005590 2000-PROCESS-RECORD.
005600     PERFORM 2100-SUPPLIER-CHECK THRU 2100-EXIT.
005610     PERFORM 2300-SELECT-INVOICE THRU 2300-EXIT.
005620     PERFORM 1100-READ-PAYABLE THRU 1100-EXIT.
005630 2000-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660 2100-SUPPLIER-CHECK.
005670     IF FIRST-GROUP
005680         PERFORM 2110-SUPPLIER-BREAK THRU 2110-EXIT
005690     ELSE
005700         IF SR-SUPPLIER-ID NOT = WS-SAVE-SUPPLIER-ID
005710             PERFORM 2200-CLOSE-CHECK THRU 2200-EXIT
005720             PERFORM 2110-SUPPLIER-BREAK THRU 2110-EXIT
005730         END-IF
005740     END-IF.
005750 2100-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780 2110-SUPPLIER-BREAK.
005790     MOVE SR-SUPPLIER-ID TO WS-SAVE-SUPPLIER-ID.
005800     MOVE ZERO TO WS-CHK-GROSS-AMOUNT.
005810     MOVE ZERO TO WS-CHK-DISCOUNT-AMOUNT.
005820     MOVE ZERO TO WS-CHK-NET-AMOUNT.
005830     MOVE 'N' TO WS-CHECK-OPEN-SWITCH.
005840     SET FIRST-GROUP TO FALSE.
005850     PERFORM 2450-FIND-SUPPLIER THRU 2450-EXIT.
005860     PERFORM 2150-PARSE-TERMS THRU 2150-EXIT.
005870 2110-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* THE NET DAYS ARE THE LAST RUN OF DIGITS, EXACTLY AS APDUE
005910* READS THEM.  WHEN A SLASH FOLLOWS THE FIRST RUN, THAT RUN IS
005920* THE DISCOUNT PERCENT AND THE SECOND IS THE DISCOUNT DAYS -
005930* '2/10NET30' IS 2 PERCENT IN 10 DAYS, NET 30.  '2/10' ALONE
005940* CARRIES NO NET DAYS AND DEFAULTS TO NET 30 LIKE ANY TERMS
005950* FIELD WITHOUT THEM.
005960*----------------------------------------------------------------
005970 2150-PARSE-TERMS.
005980     MOVE ZERO TO WS-TERMS-DAYS.
005990     MOVE ZERO TO WS-DISC-PERCENT.
006000     MOVE ZERO TO WS-DISC-DAYS.
006010     MOVE ZERO TO WS-TERMS-SCAN-IDX.
006020     MOVE ZERO TO WS-TERMS-RUN-COUNT.
006030     MOVE ZERO TO WS-TERMS-RUNS.
006040     MOVE 'N' TO WS-TERMS-IN-RUN-SWITCH.
006050     MOVE 'N' TO WS-TERMS-SLASH-SWITCH.
006060     PERFORM 2160-SCAN-TERMS-CHAR THRU 2160-EXIT
006070         UNTIL WS-TERMS-SCAN-IDX NOT < 10.
006080     IF WS-TERMS-SLASH-SWITCH = 'Y'
006090         AND WS-TERMS-RUN-COUNT > 1
006100         MOVE WS-TERMS-RUN-VALUE (1) TO WS-DISC-PERCENT
006110         MOVE WS-TERMS-RUN-VALUE (2) TO WS-DISC-DAYS
006120         IF WS-TERMS-RUN-COUNT = 2
006130             MOVE ZERO TO WS-TERMS-DAYS
006140         END-IF
006150     END-IF.
006160     IF WS-DISC-PERCENT > 99
006170         MOVE ZERO TO WS-DISC-PERCENT
006180     END-IF.
006190     IF WS-TERMS-DAYS = ZERO
006200         MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS
006210     END-IF.
006220 2150-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------
006250 2160-SCAN-TERMS-CHAR.
006260     ADD 1 TO WS-TERMS-SCAN-IDX.
006270     MOVE WS-CURRENT-TERMS (WS-TERMS-SCAN-IDX:1)
006280         TO WS-TERMS-CHAR.
006290     IF WS-TERMS-CHAR NUMERIC
006300         IF WS-TERMS-IN-RUN-SWITCH = 'N'
006310             MOVE ZERO TO WS-TERMS-DAYS
006320             MOVE 'Y' TO WS-TERMS-IN-RUN-SWITCH
006330             IF WS-TERMS-RUN-COUNT < 3
006340                 ADD 1 TO WS-TERMS-RUN-COUNT
006350             END-IF
006360             MOVE ZERO TO WS-TERMS-RUN-VALUE (WS-TERMS-RUN-COUNT)
006370         END-IF
006380         MOVE WS-TERMS-CHAR TO WS-TERMS-DIGIT
006390         COMPUTE WS-TERMS-DAYS =
006400             (WS-TERMS-DAYS * 10) + WS-TERMS-DIGIT
006410         COMPUTE WS-TERMS-RUN-VALUE (WS-TERMS-RUN-COUNT) =
006420             (WS-TERMS-RUN-VALUE (WS-TERMS-RUN-COUNT) * 10)
006430             + WS-TERMS-DIGIT
006440     ELSE
006450         MOVE 'N' TO WS-TERMS-IN-RUN-SWITCH
006460         IF WS-TERMS-CHAR = '/'
006470             AND WS-TERMS-RUN-COUNT = 1
006480             MOVE 'Y' TO WS-TERMS-SLASH-SWITCH
006490         END-IF
006500     END-IF.
006510 2160-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540* THE SUPPLIER'S CHECK IS FINISHED - TOTAL IT ON THE REGISTER
006550* AND SEND IT TO THE BANK.  A SUPPLIER WITH NOTHING DUE GETS
006560* NO CHECK AND USES NO NUMBER.
006570*----------------------------------------------------------------
006580 2200-CLOSE-CHECK.
006590     IF NOT CHECK-OPEN
006600         GO TO 2200-EXIT
006610     END-IF.
006620     MOVE WS-CHK-GROSS-AMOUNT TO CHK-GROSS-AMOUNT.
006630     MOVE WS-CHK-DISCOUNT-AMOUNT TO CHK-DISCOUNT-AMOUNT.
006640     MOVE WS-CHK-NET-AMOUNT TO CHK-NET-AMOUNT.
006650     WRITE REPORT-LINE FROM CHK-TOTAL-LINE.
006660     MOVE SPACE TO REPORT-LINE.
006670     WRITE REPORT-LINE.
006680     ADD 2 TO WS-LINE-COUNT.
006690     MOVE SPACE TO POSITIVE-PAY-RECORD.
006700     MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT-NUMBER.
006710     MOVE WS-CHECK-NUMBER TO PP-CHECK-NUMBER.
006720     MOVE WS-TODAY-DATE TO PP-ISSUE-DATE.
006730     MOVE WS-CHK-NET-AMOUNT TO PP-CHECK-AMOUNT.
006740     MOVE WS-CURRENT-NAME TO PP-PAYEE-NAME.
006750     SET PP-ISSUED TO TRUE.
006760     WRITE POSITIVE-PAY-RECORD.
006770     ADD 1 TO WS-CHECK-COUNT.
006780     ADD WS-CHK-GROSS-AMOUNT TO WS-GRD-GROSS-AMOUNT.
006790     ADD WS-CHK-DISCOUNT-AMOUNT TO WS-GRD-DISCOUNT-AMOUNT.
006800     ADD WS-CHK-NET-AMOUNT TO WS-GRD-NET-AMOUNT.
006810     MOVE 'N' TO WS-CHECK-OPEN-SWITCH.
006820 2200-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850* DECIDES WHETHER THIS RUN PAYS THE INVOICE.  ONE NOT PAID IS
006860* WRITTEN BACK TO THE OPEN PAYABLES FILE UNCHANGED.
006870*----------------------------------------------------------------
006880 2300-SELECT-INVOICE.
006890     IF WS-SUPPLIER-FOUND-SWITCH NOT = 'Y'
006900         PERFORM 2350-HOLD-INVOICE THRU 2350-EXIT
006910         GO TO 2300-EXIT
006920     END-IF.
006930     MOVE SR-INVOICE-DATE TO WS-DATE-WORK.
006940     COMPUTE WS-INVOICE-ORDINAL =
006950         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
006960         + WS-WORK-DAY.
006970     COMPUTE WS-NET-DUE-ORDINAL =
006980         WS-INVOICE-ORDINAL + WS-TERMS-DAYS.
006990     COMPUTE WS-DISC-DUE-ORDINAL =
007000         WS-INVOICE-ORDINAL + WS-DISC-DAYS.
007010     MOVE 'N' TO WS-PAY-SWITCH.
007020     MOVE 'N' TO WS-DISC-OPEN-SWITCH.
007030     IF WS-DISC-PERCENT > ZERO
007040         AND WS-TODAY-ORDINAL NOT > WS-DISC-DUE-ORDINAL
007050         SET DISCOUNT-WINDOW-OPEN TO TRUE
007060     END-IF.
007070     IF WS-NET-DUE-ORDINAL NOT > WS-CUTOFF-ORDINAL
007080         SET PAY-THIS-INVOICE TO TRUE
007090     END-IF.
007100     IF DISCOUNT-WINDOW-OPEN
007110         AND WS-DISC-DUE-ORDINAL NOT > WS-CUTOFF-ORDINAL
007120         SET PAY-THIS-INVOICE TO TRUE
007130     END-IF.
007140     IF PAY-THIS-INVOICE
007150         PERFORM 2500-PAY-INVOICE THRU 2500-EXIT
007160     ELSE
007170         WRITE NEW-PAYABLE-RECORD FROM SORTED-PAYABLE-RECORD
007180         ADD 1 TO WS-CARRIED-COUNT
007190         ADD SR-INVOICE-AMOUNT TO WS-CARRIED-AMOUNT
007200     END-IF.
007210 2300-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* NO SUPPLIER ON THE MASTER MEANS NO NAME TO PAY - THE INVOICE
007250* STAYS OPEN AND PRINTS SO PURCHASING CAN SET THE SUPPLIER UP.
007260*----------------------------------------------------------------
007270 2350-HOLD-INVOICE.
007280     WRITE NEW-PAYABLE-RECORD FROM SORTED-PAYABLE-RECORD.
007290     ADD 1 TO WS-HELD-COUNT.
007300     ADD SR-INVOICE-AMOUNT TO WS-HELD-AMOUNT.
007310     MOVE SPACE TO DTL-LINE.
007320     MOVE SR-PO-NUMBER TO DTL-PO-NUMBER.
007330     MOVE SR-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
007340     MOVE SR-INVOICE-DATE TO DTL-INVOICE-DATE.
007350     MOVE SR-INVOICE-AMOUNT TO DTL-GROSS-AMOUNT.
007360     MOVE 'HELD - SUPPLIER NOT ON FILE' TO DTL-STATUS.
007370     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
007380 2350-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410 2400-PRINT-HEADINGS.
007420     ADD 1 TO WS-PAGE-COUNT.
007430     MOVE ZERO TO WS-LINE-COUNT.
007440     MOVE WS-PAGE-COUNT TO HDG-PAGE-NO.
007450     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
007460     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
007470 2400-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500 2450-FIND-SUPPLIER.
007510     SET WS-SUPPLIER-FOUND-SWITCH TO 'N'.
007520     IF WS-SUPPLIER-COUNT > ZERO
007530         SEARCH ALL SUPPLIER-TABLE-ENTRY
007540             WHEN SP-SUPPLIER-ID (SP-IDX) = SR-SUPPLIER-ID
007550                 SET WS-SUPPLIER-FOUND-SWITCH TO 'Y'
007560         END-SEARCH
007570     END-IF.
007580     IF WS-SUPPLIER-FOUND-SWITCH = 'Y'
007590         MOVE SP-SUPPLIER-NAME (SP-IDX) TO WS-CURRENT-NAME
007600         MOVE SP-PAYMENT-TERMS (SP-IDX) TO WS-CURRENT-TERMS
007610     ELSE
007620         MOVE 'SUPPLIER NOT ON FILE' TO WS-CURRENT-NAME
007630         MOVE SPACE TO WS-CURRENT-TERMS
007640     END-IF.
007650 2450-EXIT.
007660     EXIT.
007670*----------------------------------------------------------------
007680* PAYS ONE INVOICE ON THE SUPPLIER'S CHECK, OPENING THE CHECK
007690* ON THE FIRST INVOICE PAID.  THE DISCOUNT IS TAKEN ONLY WHILE
007700* THE WINDOW IS STILL OPEN ON THE CHECK DATE.
007710*----------------------------------------------------------------
007720 2500-PAY-INVOICE.
007730     IF NOT CHECK-OPEN
007740         PERFORM 2550-OPEN-CHECK THRU 2550-EXIT
007750     END-IF.
007760     MOVE ZERO TO WS-DISCOUNT-AMOUNT.
007770     IF DISCOUNT-WINDOW-OPEN
007780         COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
007790             SR-INVOICE-AMOUNT * WS-DISC-PERCENT / 100
007800         ADD 1 TO WS-DISC-TAKEN-COUNT
007810     END-IF.
007820     COMPUTE WS-PAID-AMOUNT =
007830         SR-INVOICE-AMOUNT - WS-DISCOUNT-AMOUNT.
007840     ADD SR-INVOICE-AMOUNT TO WS-CHK-GROSS-AMOUNT.
007850     ADD WS-DISCOUNT-AMOUNT TO WS-CHK-DISCOUNT-AMOUNT.
007860     ADD WS-PAID-AMOUNT TO WS-CHK-NET-AMOUNT.
007870     ADD 1 TO WS-PAID-COUNT.
007880     MOVE WS-TODAY-DATE TO DH-POSTED-DATE.
007890     MOVE WS-CHECK-NUMBER TO DH-CHECK-NUMBER.
007900     MOVE SR-SUPPLIER-ID TO DH-SUPPLIER-ID.
007910     MOVE SR-PO-NUMBER TO DH-PO-NUMBER.
007920     MOVE SR-INVOICE-NUMBER TO DH-INVOICE-NUMBER.
007930     MOVE SR-INVOICE-DATE TO DH-INVOICE-DATE.
007940     MOVE SR-INVOICE-AMOUNT TO DH-INVOICE-AMOUNT.
007950     MOVE WS-DISCOUNT-AMOUNT TO DH-DISCOUNT-AMOUNT.
007960     MOVE WS-PAID-AMOUNT TO DH-PAID-AMOUNT.
007970     WRITE DISBURSEMENT-HISTORY-RECORD.
007980     MOVE SPACE TO DTL-LINE.
007990     MOVE SR-PO-NUMBER TO DTL-PO-NUMBER.
008000     MOVE SR-INVOICE-NUMBER TO DTL-INVOICE-NUMBER.
008010     MOVE SR-INVOICE-DATE TO DTL-INVOICE-DATE.
008020     MOVE SR-INVOICE-AMOUNT TO DTL-GROSS-AMOUNT.
008030     MOVE WS-DISCOUNT-AMOUNT TO DTL-DISCOUNT-AMOUNT.
008040     MOVE WS-PAID-AMOUNT TO DTL-NET-AMOUNT.
008050     EVALUATE TRUE
008060         WHEN DISCOUNT-WINDOW-OPEN
008070             MOVE 'DISCOUNT TAKEN' TO DTL-STATUS
008080         WHEN WS-NET-DUE-ORDINAL < WS-TODAY-ORDINAL
008090             MOVE '** PAID PAST DUE **' TO DTL-STATUS
008100         WHEN OTHER
008110             MOVE 'NET DUE' TO DTL-STATUS
008120     END-EVALUATE.
008130     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
008140 2500-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170 2550-OPEN-CHECK.
008180     MOVE WS-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER.
008190     ADD 1 TO WS-NEXT-CHECK-NUMBER.
008200     SET CHECK-OPEN TO TRUE.
008210     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX - 3
008220         PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT
008230     END-IF.
008240     MOVE WS-CHECK-NUMBER TO CHK-CHECK-NUMBER.
008250     MOVE WS-SAVE-SUPPLIER-ID TO CHK-SUPPLIER-ID.
008260     MOVE WS-CURRENT-NAME TO CHK-SUPPLIER-NAME.
008270     MOVE WS-CURRENT-TERMS TO CHK-TERMS.
008280     WRITE REPORT-LINE FROM CHK-HEADING-LINE.
008290     ADD 1 TO WS-LINE-COUNT.
008300 2550-EXIT.
008310     EXIT.
008320*----------------------------------------------------------------
008330 2600-WRITE-DETAIL.
008340     WRITE REPORT-LINE FROM DTL-LINE.
008350     ADD 1 TO WS-LINE-COUNT.
008360     IF WS-LINE-COUNT > WS-PAGE-LINE-MAX
008370         PERFORM 2400-PRINT-HEADINGS THRU 2400-EXIT
008380     END-IF.
008390 2600-EXIT.
008400     EXIT.
008410*----------------------------------------------------------------
008420 3000-FINISH-UP.
008430     IF NOT FIRST-GROUP
008440         PERFORM 2200-CLOSE-CHECK THRU 2200-EXIT
008450     END-IF.
008460     MOVE SPACE TO REPORT-LINE.
008470     WRITE REPORT-LINE.
008480     MOVE 'CHECKS ISSUED - COUNT / NET AMOUNT:' TO TOT-TEXT.
008490     MOVE WS-CHECK-COUNT TO TOT-COUNT.
008500     MOVE WS-GRD-NET-AMOUNT TO TOT-AMOUNT.
008510     WRITE REPORT-LINE FROM TOTAL-LINE.
008520     MOVE 'INVOICES PAID - COUNT / GROSS:' TO TOT-TEXT.
008530     MOVE WS-PAID-COUNT TO TOT-COUNT.
008540     MOVE WS-GRD-GROSS-AMOUNT TO TOT-AMOUNT.
008550     WRITE REPORT-LINE FROM TOTAL-LINE.
008560     MOVE 'DISCOUNTS TAKEN - COUNT / AMOUNT:' TO TOT-TEXT.
008570     MOVE WS-DISC-TAKEN-COUNT TO TOT-COUNT.
008580     MOVE WS-GRD-DISCOUNT-AMOUNT TO TOT-AMOUNT.
008590     WRITE REPORT-LINE FROM TOTAL-LINE.
008600     MOVE 'CARRIED FORWARD, NOT YET DUE:' TO TOT-TEXT.
008610     MOVE WS-CARRIED-COUNT TO TOT-COUNT.
008620     MOVE WS-CARRIED-AMOUNT TO TOT-AMOUNT.
008630     WRITE REPORT-LINE FROM TOTAL-LINE.
008640     MOVE 'HELD, SUPPLIER NOT ON FILE:' TO TOT-TEXT.
008650     MOVE WS-HELD-COUNT TO TOT-COUNT.
008660     MOVE WS-HELD-AMOUNT TO TOT-AMOUNT.
008670     WRITE REPORT-LINE FROM TOTAL-LINE.
008680     CLOSE SORTED-PAYABLE-FILE.
008690     CLOSE NEW-PAYABLE-FILE.
008700     CLOSE POSITIVE-PAY-FILE.
008710     CLOSE DISBURSEMENT-FILE.
008720     CLOSE REPORT-FILE.
008730 3000-EXIT.
008740     EXIT.
008750*----------------------------------------------------------------
008760* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
008770* NONZERO RETURN CODE.  THE DATE IS CHECKED BEFORE ANY FILE
008780* OPENS, SO NO CHECK HAS BEEN WRITTEN OR PAID.
008790*----------------------------------------------------------------
008800 3850-DATE-REFUSED-STOP.
008810     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
008820     MOVE 1 TO HDG-PAGE-NO.
008830     OPEN OUTPUT REPORT-FILE.
008840     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
008850     WRITE REPORT-LINE FROM CLS-STOP-LINE.
008860     CLOSE REPORT-FILE.
008870     MOVE 16 TO RETURN-CODE.
008880 3850-EXIT.
008890     EXIT.
008900*----------------------------------------------------------------
008910* NO BANK ACCOUNT ON THE PARAMETER FILE - SAY SO AND HAND
008920* OPERATIONS A NONZERO RETURN CODE.  NO CHECK HAS BEEN NUMBERED,
008930* WRITTEN OR PAID.
008940*----------------------------------------------------------------
008950 3860-PARM-REFUSED-STOP.
008960     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
008970     MOVE 1 TO HDG-PAGE-NO.
008980     OPEN OUTPUT REPORT-FILE.
008990     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
009000     WRITE REPORT-LINE FROM PRM-STOP-LINE.
009010     CLOSE REPORT-FILE.
009020     MOVE 16 TO RETURN-CODE.
009030 3860-EXIT.
009040     EXIT.
