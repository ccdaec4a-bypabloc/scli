000290*                 CLEAN FILE NOW LEAVES A CONTROL RECORD (COUNT
000300*                 PLUS QUANTITY OR BALANCE HASH) FOR THE UPDATE
000310*                 RUN TO VERIFY, LOGGED FOR BALRPT AS WELL
000320* 2026-09-02 DW   UNIT-COST ADDED TO THE PRODUCT RECORD -
000330*                 WIDENED PRODUCT-CLEAN-RECORD TO MATCH AND
000340*                 ADDED THE NUMERIC EDIT FOR THE NEW FIELD
000350* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000360*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000370*                 CLOCK.  RENUMBERED
000380* 2026-10-15 DW   CUSTOMER-SALESPERSON-ID ADDED TO THE CUSTOMER
000390*                 RECORD - WIDENED CUSTOMER-CLEAN-RECORD TO MATCH.
000400*                 THE FIELD IS ALPHANUMERIC AND MAY BE SPACES (A
000410*                 HOUSE ACCOUNT), SO IT CARRIES NO EDIT.
000420*                 RENUMBERED
000430*----------------------------------------------------------------
000440* THIS PROGRAM EDITS INCOMING CHANGE RECORDS FOR THE PRODUCT AND
000450* CUSTOMER MASTERS BEFORE THEY ARE ALLOWED TO REACH AN UPDATE
000460* RUN.  CHANGE RECORDS ARE CARRIED IN THE SAME LAYOUT AS THE
000470* MASTER THEY WILL BE APPLIED TO (PRODUCT-RECORD / CUSTOMER-
000480* RECORD).  EVERY FIELD THAT FAILS EDIT IS WRITTEN TO THE
000490* EXCEPTION REPORT; A CHANGE RECORD THAT PASSES EVERY EDIT IS
000500* COPIED TO A "CLEAN" OUTPUT FILE FOR THE UPDATE RUN TO APPLY.
000510* A RECORD WITH EVEN ONE FAILED FIELD IS KEPT OFF THE CLEAN FILE
000520* ENTIRELY.
000530*
000540* EDITS APPLIED:
000550*   - NUMERIC PIC FIELDS MUST BE NUMERIC
000560*   - PRODUCT-STATUS MUST BE ACTIVE-PRODUCT OR DISCONTINUED
000570*   - CUSTOMER-STATUS MUST BE ACTIVE-CUSTOMER OR INACTIVE-CUSTOMER
000580*   - ZIP-CODE MUST BE FIVE NUMERIC DIGITS
000590*   - LAST-ORDERED-DATE / LAST-UPDATE-DATE MUST BE VALID CALENDAR
000600*     DATES (CCYYMMDD)
000610*----------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER. IBM-370.
000650 OBJECT-COMPUTER. IBM-370.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT PRODUCT-CHANGE-FILE ASSIGN TO PRODCHG
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT PRODUCT-CLEAN-FILE ASSIGN TO PRODCLN
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT CUSTOMER-CHANGE-FILE ASSIGN TO CUSTCHG
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT CUSTOMER-CLEAN-FILE ASSIGN TO CUSTCLN
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT EXCEPTION-FILE ASSIGN TO VALEXCP
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT CLEAN-CONTROL-FILE ASSIGN TO VALCTL
000790         ORGANIZATION IS SEQUENTIAL.
000800     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
000810         ORGANIZATION IS SEQUENTIAL.
000820     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-BIZ-FILE-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  PRODUCT-CHANGE-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY "product.cpy".
000910 FD  PRODUCT-CLEAN-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  PRODUCT-CLEAN-RECORD        PIC X(102).
000950 FD  CUSTOMER-CHANGE-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 COPY "customer.cpy".
000990 FD  CUSTOMER-CLEAN-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  CUSTOMER-CLEAN-RECORD       PIC X(183).
001030 FD  EXCEPTION-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE OMITTED.
001060 01  EXCEPTION-LINE              PIC X(132).
001070 FD  CLEAN-CONTROL-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  CLEAN-CONTROL-RECORD        PIC X(49).
001110 FD  BALANCE-LOG-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  BALANCE-LOG-RECORD          PIC X(49).
001150 FD  BUSINESS-DATE-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 COPY "bizdate.cpy".
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------------
001210* BUSINESS DATE
001220*----------------------------------------------------------------
001230 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001240 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001250*----------------------------------------------------------------
001260* SWITCHES AND COUNTERS
001270*----------------------------------------------------------------
001280 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001290     88  END-OF-FILE                       VALUE 'Y'.
001300 77  WS-RECORD-VALID-SWITCH      PIC X(01) VALUE 'Y'.
001310     88  RECORD-IS-VALID                    VALUE 'Y'.
001320 77  WS-PROD-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001330 77  WS-PROD-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
001340 77  WS-CUST-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001350 77  WS-CUST-REJECT-COUNT        PIC 9(07) COMP VALUE ZERO.
001360*----------------------------------------------------------------
001370* RUN-TO-RUN CONTROL TOTALS FOR THE CLEAN CHANGE FILES
001380*----------------------------------------------------------------
001390 77  WS-PROD-CLEAN-COUNT         PIC 9(09) VALUE ZERO.
001400 77  WS-PROD-CLEAN-HASH          PIC 9(13)V99 VALUE ZERO.
001410 77  WS-CUST-CLEAN-COUNT         PIC 9(09) VALUE ZERO.
001420 77  WS-CUST-CLEAN-HASH          PIC 9(13)V99 VALUE ZERO.
001430 COPY "ctl.cpy"
001440     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
001450*----------------------------------------------------------------
001460* FIELDS USED TO BUILD THE CURRENT EXCEPTION LINE
001470*----------------------------------------------------------------
001480 01  WS-EXCEPTION-INFO.
001490     05  WS-EXC-KEY              PIC X(10).
001500     05  WS-EXC-FIELD-NAME       PIC X(20).
001510     05  WS-EXC-REASON           PIC X(40).
001520*----------------------------------------------------------------
001530* DATE VALIDATION WORK AREAS
001540*----------------------------------------------------------------
001550 01  WS-DATE-TO-CHECK.
001560     05  WS-CHK-YEAR             PIC 9(04).
001570     05  WS-CHK-MONTH            PIC 9(02).
001580     05  WS-CHK-DAY              PIC 9(02).
001590 77  WS-DATE-VALID-SWITCH        PIC X(01) VALUE 'N'.
001600     88  DATE-IS-VALID                      VALUE 'Y'.
001610 77  WS-DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
001620 77  WS-LEAP-YEAR-SWITCH         PIC X(01) VALUE 'N'.
001630     88  IS-LEAP-YEAR                       VALUE 'Y'
001640         WHEN SET TO FALSE IS 'N'.
001650 77  WS-DIVIDE-DUMMY             PIC 9(04) VALUE ZERO.
001660 77  WS-YEAR-MOD-4               PIC 9(04) VALUE ZERO.
001670 77  WS-YEAR-MOD-100             PIC 9(04) VALUE ZERO.
001680 77  WS-YEAR-MOD-400             PIC 9(04) VALUE ZERO.
001690*----------------------------------------------------------------
001700* EXCEPTION REPORT LINES
001710*----------------------------------------------------------------
001720 01  EXC-TITLE-LINE.
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  FILLER                  PIC X(40) VALUE
001750         'MASTER CHANGE EDIT EXCEPTION REPORT'.
001760 01  EXC-DETAIL-LINE.
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  EXC-KEY                 PIC X(10).
001790     05  FILLER                  PIC X(02) VALUE SPACE.
001800     05  EXC-FIELD-NAME          PIC X(20).
001810     05  FILLER                  PIC X(02) VALUE SPACE.
001820     05  EXC-REASON              PIC X(40).
001830 01  EXC-TOTAL-LINE.
001840     05  FILLER                  PIC X(01) VALUE SPACE.
001850     05  EXC-TOTAL-TEXT          PIC X(50).
001860     05  EXC-TOTAL-COUNT         PIC ZZZZZZ9.
001870 PROCEDURE DIVISION.
001880*----------------------------------------------------------------
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     PERFORM 2000-EDIT-PRODUCT-CHANGES THRU 2000-EXIT.
001920     PERFORM 3000-EDIT-CUSTOMER-CHANGES THRU 3000-EXIT.
001930     PERFORM 9000-FINISH-UP THRU 9000-EXIT.
001940     STOP RUN.
001950*----------------------------------------------------------------
001960 1000-INITIALIZE.
001970     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
001980     OPEN OUTPUT EXCEPTION-FILE.
001990     OPEN EXTEND BALANCE-LOG-FILE.
002000     WRITE EXCEPTION-LINE FROM EXC-TITLE-LINE.
002010 1000-EXIT.
002020     EXIT.
002030*----------------------------------------------------------------
002040* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002050* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
002060* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
002070* NO RECORD MEANS THE RUN DATE, AS BEFORE.
002080*----------------------------------------------------------------
002090 1900-READ-BUSINESS-DATE.
002100     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
002110     OPEN INPUT BUSINESS-DATE-FILE.
002120     IF WS-BIZ-FILE-STATUS = '00'
002130         READ BUSINESS-DATE-FILE
002140             AT END
002150                 CONTINUE
002160             NOT AT END
002170                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002180         END-READ
002190         CLOSE BUSINESS-DATE-FILE
002200     END-IF.
002210 1900-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240 2000-EDIT-PRODUCT-CHANGES.
002250     OPEN INPUT PRODUCT-CHANGE-FILE.
002260     OPEN OUTPUT PRODUCT-CLEAN-FILE.
002270     SET WS-EOF-SWITCH TO 'N'.
002280     READ PRODUCT-CHANGE-FILE
002290         AT END
002300             SET END-OF-FILE TO TRUE
002310     END-READ.
002320     PERFORM 2100-EDIT-PRODUCT-RECORD THRU 2100-EXIT
002330         UNTIL END-OF-FILE.
002340     CLOSE PRODUCT-CHANGE-FILE.
002350     CLOSE PRODUCT-CLEAN-FILE.
002360 2000-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------
002390 2100-EDIT-PRODUCT-RECORD.
002400     ADD 1 TO WS-PROD-READ-COUNT.
002410     SET RECORD-IS-VALID TO TRUE.
002420     MOVE PRODUCT-ID TO WS-EXC-KEY.
002430     IF PRODUCT-ID NOT NUMERIC
002440         MOVE 'PRODUCT-ID' TO WS-EXC-FIELD-NAME
002450         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
002460         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002470     END-IF.
002480     IF UNIT-PRICE NOT NUMERIC
002490         MOVE 'UNIT-PRICE' TO WS-EXC-FIELD-NAME
002500         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
002510         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002520     END-IF.
002530     IF UNIT-COST NOT NUMERIC
002540         MOVE 'UNIT-COST' TO WS-EXC-FIELD-NAME
002550         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
002560         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002570     END-IF.
002580     IF QUANTITY-ON-HAND NOT NUMERIC
002590         MOVE 'QUANTITY-ON-HAND' TO WS-EXC-FIELD-NAME
002600         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
002610         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002620     END-IF.
002630     IF REORDER-LEVEL NOT NUMERIC
002640         MOVE 'REORDER-LEVEL' TO WS-EXC-FIELD-NAME
002650         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
002660         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002670     END-IF.
002680     IF SUPPLIER-ID NOT NUMERIC
002690         MOVE 'SUPPLIER-ID' TO WS-EXC-FIELD-NAME
002700         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
002710         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002720     END-IF.
002730     IF NOT ACTIVE-PRODUCT AND NOT DISCONTINUED
002740         MOVE 'PRODUCT-STATUS' TO WS-EXC-FIELD-NAME
002750         MOVE 'INVALID STATUS CODE' TO WS-EXC-REASON
002760         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002770     END-IF.
002780     IF LAST-ORDERED-DATE NOT NUMERIC
002790         MOVE 'LAST-ORDERED-DATE' TO WS-EXC-FIELD-NAME
002800         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
002810         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002820     ELSE
002830         MOVE LAST-ORDERED-DATE TO WS-DATE-TO-CHECK
002840         PERFORM 5000-CHECK-DATE THRU 5000-EXIT
002850         IF NOT DATE-IS-VALID
002860             MOVE 'LAST-ORDERED-DATE' TO WS-EXC-FIELD-NAME
002870             MOVE 'NOT A VALID CALENDAR DATE' TO WS-EXC-REASON
002880             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002890         END-IF
002900     END-IF.
002910     IF RECORD-IS-VALID
002920         WRITE PRODUCT-CLEAN-RECORD FROM PRODUCT-RECORD
002930         ADD 1 TO WS-PROD-CLEAN-COUNT
002940         ADD QUANTITY-ON-HAND TO WS-PROD-CLEAN-HASH
002950     ELSE
002960         ADD 1 TO WS-PROD-REJECT-COUNT
002970     END-IF.
002980     READ PRODUCT-CHANGE-FILE
002990         AT END
003000             SET END-OF-FILE TO TRUE
003010     END-READ.
003020 2100-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050 2900-WRITE-EXCEPTION.
003060     SET WS-RECORD-VALID-SWITCH TO 'N'.
003070     MOVE SPACE TO EXC-DETAIL-LINE.
003080     MOVE WS-EXC-KEY TO EXC-KEY.
003090     MOVE WS-EXC-FIELD-NAME TO EXC-FIELD-NAME.
003100     MOVE WS-EXC-REASON TO EXC-REASON.
003110     WRITE EXCEPTION-LINE FROM EXC-DETAIL-LINE.
003120 2900-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150 3000-EDIT-CUSTOMER-CHANGES.
003160     OPEN INPUT CUSTOMER-CHANGE-FILE.
003170     OPEN OUTPUT CUSTOMER-CLEAN-FILE.
003180     SET WS-EOF-SWITCH TO 'N'.
003190     READ CUSTOMER-CHANGE-FILE
003200         AT END
003210             SET END-OF-FILE TO TRUE
003220     END-READ.
003230     PERFORM 3100-EDIT-CUSTOMER-RECORD THRU 3100-EXIT
003240         UNTIL END-OF-FILE.
003250     CLOSE CUSTOMER-CHANGE-FILE.
003260     CLOSE CUSTOMER-CLEAN-FILE.
003270 3000-EXIT.
003280     EXIT.
003290*----------------------------------------------------------------
003300 3100-EDIT-CUSTOMER-RECORD.
003310     ADD 1 TO WS-CUST-READ-COUNT.
003320     SET RECORD-IS-VALID TO TRUE.
003330     MOVE CUSTOMER-ID TO WS-EXC-KEY.
003340     IF CUSTOMER-ID NOT NUMERIC
003350         MOVE 'CUSTOMER-ID' TO WS-EXC-FIELD-NAME
003360         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
003370         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003380     END-IF.
003390     IF ACCOUNT-BALANCE NOT NUMERIC
003400         MOVE 'ACCOUNT-BALANCE' TO WS-EXC-FIELD-NAME
003410         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
003420         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003430     END-IF.
003440     IF CREDIT-LIMIT NOT NUMERIC
003450         MOVE 'CREDIT-LIMIT' TO WS-EXC-FIELD-NAME
003460         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
003470         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003480     END-IF.
003490     IF ZIP-CODE NOT NUMERIC
003500         MOVE 'ZIP-CODE' TO WS-EXC-FIELD-NAME
003510         MOVE 'NOT FIVE NUMERIC DIGITS' TO WS-EXC-REASON
003520         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003530     END-IF.
003540     IF NOT ACTIVE-CUSTOMER AND NOT INACTIVE-CUSTOMER
003550         MOVE 'CUSTOMER-STATUS' TO WS-EXC-FIELD-NAME
003560         MOVE 'INVALID STATUS CODE' TO WS-EXC-REASON
003570         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003580     END-IF.
003590     IF LAST-UPDATE-DATE NOT NUMERIC
003600         MOVE 'LAST-UPDATE-DATE' TO WS-EXC-FIELD-NAME
003610         MOVE 'NOT NUMERIC' TO WS-EXC-REASON
003620         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003630     ELSE
003640         MOVE LAST-UPDATE-DATE TO WS-DATE-TO-CHECK
003650         PERFORM 5000-CHECK-DATE THRU 5000-EXIT
003660         IF NOT DATE-IS-VALID
003670             MOVE 'LAST-UPDATE-DATE' TO WS-EXC-FIELD-NAME
003680             MOVE 'NOT A VALID CALENDAR DATE' TO WS-EXC-REASON
003690             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003700         END-IF
003710     END-IF.
003720     IF RECORD-IS-VALID
003730         WRITE CUSTOMER-CLEAN-RECORD FROM CUSTOMER-RECORD
003740         ADD 1 TO WS-CUST-CLEAN-COUNT
003750         ADD ACCOUNT-BALANCE TO WS-CUST-CLEAN-HASH
003760     ELSE
003770         ADD 1 TO WS-CUST-REJECT-COUNT
003780     END-IF.
003790     READ CUSTOMER-CHANGE-FILE
003800         AT END
003810             SET END-OF-FILE TO TRUE
003820     END-READ.
003830 3100-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860 5000-CHECK-DATE.
003870     SET WS-DATE-VALID-SWITCH TO 'N'.
003880     IF WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
003890         GO TO 5000-EXIT
003900     END-IF.
003910     IF WS-CHK-DAY < 1
003920         GO TO 5000-EXIT
003930     END-IF.
003940     PERFORM 5100-SET-LEAP-YEAR THRU 5100-EXIT.
003950     PERFORM 5200-SET-DAYS-IN-MONTH THRU 5200-EXIT.
003960     IF WS-CHK-DAY > WS-DAYS-IN-MONTH
003970         GO TO 5000-EXIT
003980     END-IF.
003990     SET WS-DATE-VALID-SWITCH TO 'Y'.
004000 5000-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030 5100-SET-LEAP-YEAR.
004040     DIVIDE WS-CHK-YEAR BY 4 GIVING WS-DIVIDE-DUMMY
004050         REMAINDER WS-YEAR-MOD-4.
004060     DIVIDE WS-CHK-YEAR BY 100 GIVING WS-DIVIDE-DUMMY
004070         REMAINDER WS-YEAR-MOD-100.
004080     DIVIDE WS-CHK-YEAR BY 400 GIVING WS-DIVIDE-DUMMY
004090         REMAINDER WS-YEAR-MOD-400.
004100     IF WS-YEAR-MOD-4 = 0
004110             AND (WS-YEAR-MOD-100 NOT = 0 OR WS-YEAR-MOD-400 = 0)
004120         SET IS-LEAP-YEAR TO TRUE
004130     ELSE
004140         SET IS-LEAP-YEAR TO FALSE
004150     END-IF.
004160 5100-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------
004190 5200-SET-DAYS-IN-MONTH.
004200     EVALUATE WS-CHK-MONTH
004210         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
004220             MOVE 31 TO WS-DAYS-IN-MONTH
004230         WHEN 4 WHEN 6 WHEN 9 WHEN 11
004240             MOVE 30 TO WS-DAYS-IN-MONTH
004250         WHEN 2
004260             IF IS-LEAP-YEAR
004270                 MOVE 29 TO WS-DAYS-IN-MONTH
004280             ELSE
004290                 MOVE 28 TO WS-DAYS-IN-MONTH
004300             END-IF
004310     END-EVALUATE.
004320 5200-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350 9000-FINISH-UP.
004360     MOVE 'PRODUCT CHANGE RECORDS READ / REJECTED: '
004370         TO EXC-TOTAL-TEXT.
004380     MOVE WS-PROD-READ-COUNT TO EXC-TOTAL-COUNT.
004390     WRITE EXCEPTION-LINE FROM EXC-TOTAL-LINE.
004400     MOVE WS-PROD-REJECT-COUNT TO EXC-TOTAL-COUNT.
004410     WRITE EXCEPTION-LINE FROM EXC-TOTAL-LINE.
004420     MOVE 'CUSTOMER CHANGE RECORDS READ / REJECTED: '
004430         TO EXC-TOTAL-TEXT.
004440     MOVE WS-CUST-READ-COUNT TO EXC-TOTAL-COUNT.
004450     WRITE EXCEPTION-LINE FROM EXC-TOTAL-LINE.
004460     MOVE WS-CUST-REJECT-COUNT TO EXC-TOTAL-COUNT.
004470     WRITE EXCEPTION-LINE FROM EXC-TOTAL-LINE.
004480     PERFORM 9300-WRITE-CLEAN-CONTROLS THRU 9300-EXIT.
004490     CLOSE EXCEPTION-FILE.
004500     CLOSE BALANCE-LOG-FILE.
004510 9000-EXIT.
004520     EXIT.
004530*----------------------------------------------------------------
004540* ONE CONTROL RECORD PER CLEAN FILE - THE UPDATE RUN VERIFIES
004550* AGAINST THESE BEFORE APPLYING A SINGLE CHANGE, AND BALRPT
004560* SHOWS THEM ON THE NIGHT'S BALANCING SUMMARY.
004570*----------------------------------------------------------------
004580 9300-WRITE-CLEAN-CONTROLS.
004590     OPEN OUTPUT CLEAN-CONTROL-FILE.
004600     MOVE 'PRODCLN' TO CTL-FILE-ID.
004610     MOVE WS-PROD-CLEAN-COUNT TO CTL-RECORD-COUNT.
004620     MOVE WS-PROD-CLEAN-HASH TO CTL-HASH-TOTAL.
004630     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
004640     MOVE 'VALEDIT' TO CTL-SOURCE-PROGRAM.
004650     MOVE 'W' TO CTL-ACTION.
004660     WRITE CLEAN-CONTROL-RECORD FROM WS-CONTROL-RECORD.
004670     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004680     MOVE 'CUSTCLN' TO CTL-FILE-ID.
004690     MOVE WS-CUST-CLEAN-COUNT TO CTL-RECORD-COUNT.
004700     MOVE WS-CUST-CLEAN-HASH TO CTL-HASH-TOTAL.
004710     WRITE CLEAN-CONTROL-RECORD FROM WS-CONTROL-RECORD.
004720     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004730     CLOSE CLEAN-CONTROL-FILE.
004740 9300-EXIT.
004750     EXIT.
