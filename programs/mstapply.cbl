000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - CLEAN CHANGE FILE APPLY RUN
000200* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000210*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000220*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000230*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000240*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000250* 2026-10-15 DW   STOCK LEDGER - A PRODUCT CHANGE OR ADD THAT
000260*                 RESTATES QUANTITY-ON-HAND NOW ALSO APPENDS A
000270*                 MASTER-CORRECTION MOVEMENT (STKMOVE.CPY) FOR
000280*                 THE DIFFERENCE, FOR THE MONTHLY STOCK CARD
000290*                 (STKCARD).  RENUMBERED
000300* 2026-10-15 DW   CUSTOMER-SALESPERSON-ID ADDED TO THE CUSTOMER
000310*                 RECORD - WIDENED CUSTOMER-CLEAN-RECORD AND THE
000320*                 CCL- IMAGE TO MATCH AND CARRIED THE FIELD ONTO
000330*                 THE MASTER.  RENUMBERED
000340* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000350*                 ORDER
000360*----------------------------------------------------------------
000370* THIS PROGRAM IS THE UPDATE RUN THE VALEDIT EDIT PASS HAS
000380* ALWAYS PROMISED - IT READS THE CLEAN PRODUCT AND CUSTOMER
000390* CHANGE FILES VALEDIT WROTE, VERIFIES THE CONTROL RECORDS
000400* VALEDIT LEFT ON VALCTL THE WAY ORDPOST VERIFIES ITS CUSTOMER
000410* CONTROL, AND APPLIES EACH SURVIVING CHANGE DIRECTLY AGAINST
000420* THE INDEXED MASTERS.  A CLEAN RECORD WHOSE KEY IS ON THE
000430* MASTER REWRITES IT IN PLACE (A STATUS FLIP TO INACTIVE OR
000440* DISCONTINUED COUNTS AS A DEACTIVATE); A KEY NOT ON THE MASTER
000450* IS ADDED.  EVERY APPLIED CHANGE WRITES A BEFORE/AFTER
000460* AUDIT-RECORD, SO HAND-KEYED MASTER CHANGES CAN FINALLY STOP.
000470*
000480* THE INCOMING CUSTOMER MASTER IS COUNTED AND HASHED IN A
000490* KEY-SEQUENCE PRE-PASS AND VERIFIED AGAINST CUSTCTL; THE
000500* UPDATED CONTROL - COUNT AND HASH BOTH MOVE WHEN CUSTOMERS
000510* ARE ADDED OR THEIR BALANCES RESTATED - IS WRITTEN BACK AT
000520* FINISH-UP SO TOMORROW'S ORDPOST AND CASHPOST STILL BALANCE.
000530* THE PRODUCT MASTER HAS NO CONTROL DATASET OF ITS OWN; ITS
000540* BEFORE AND AFTER COUNT AND QUANTITY HASH ARE APPENDED TO THE
000550* BALANCE LOG FOR BALRPT.  ANY CONTROL MISMATCH STOPS THE RUN
000560* BEFORE A SINGLE CHANGE APPLIES (RETURN-CODE 16).
000570*----------------------------------------------------------------
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT PRODUCT-CLEAN-FILE ASSIGN TO PRODCLN
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT CUSTOMER-CLEAN-FILE ASSIGN TO CUSTCLN
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PRODUCT-ID.
000720     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS CUSTOMER-ID.
000760     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000770         ORGANIZATION IS SEQUENTIAL.
000780     SELECT CLEAN-CONTROL-FILE ASSIGN TO VALCTL
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-VALCTL-FILE-STATUS.
000810     SELECT CUSTOMER-CONTROL-FILE ASSIGN TO CUSTCTL
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-CTL-FILE-STATUS.
000840     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT REPORT-FILE ASSIGN TO MSTRPT
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-BIZ-FILE-STATUS.
000910     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
000920         ORGANIZATION IS SEQUENTIAL.
000930     SELECT STOCK-MOVEMENT-FILE ASSIGN TO STKMOUT
000940         ORGANIZATION IS SEQUENTIAL.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  PRODUCT-CLEAN-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  PRODUCT-CLEAN-RECORD        PIC X(102).
001010 FD  CUSTOMER-CLEAN-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  CUSTOMER-CLEAN-RECORD       PIC X(183).
001050 FD  PRODUCT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY "product.cpy".
001090 FD  CUSTOMER-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY "customer.cpy".
001130 FD  AUDIT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 COPY "audit.cpy".
001170 FD  CLEAN-CONTROL-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  CLEAN-CONTROL-RECORD        PIC X(49).
001210 FD  CUSTOMER-CONTROL-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  CUSTOMER-CONTROL-RECORD     PIC X(49).
001250 FD  BALANCE-LOG-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  BALANCE-LOG-RECORD          PIC X(49).
001290 FD  REPORT-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE OMITTED.
001320 01  REPORT-LINE                 PIC X(132).
001330 FD  BUSINESS-DATE-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 COPY "bizdate.cpy".
001370 FD  PERIOD-CALENDAR-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 COPY "percal.cpy".
001410 FD  STOCK-MOVEMENT-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 COPY "stkmove.cpy".
001450 WORKING-STORAGE SECTION.
001460*----------------------------------------------------------------
001470* CLEAN RECORD IMAGES - SAME LAYOUTS AS PRODUCT-RECORD AND
001480* CUSTOMER-RECORD, RENAMED BECAUSE BOTH MASTERS ARE ALREADY IN
001490* THE FILE SECTION UNDER THEIR OWN NAMES.  A FIELD ADDED TO
001500* EITHER COPYBOOK HAS TO BE ADDED HERE TOO.
001510*----------------------------------------------------------------
001520 01  WS-PRODUCT-CLEAN.
001530     05  PCL-PRODUCT-ID          PIC 9(08).
001540     05  PCL-PRODUCT-NAME        PIC X(40).
001550     05  PCL-PRODUCT-CATEGORY    PIC X(15).
001560     05  PCL-UNIT-PRICE          PIC 9(05)V99.
001570     05  PCL-UNIT-COST           PIC 9(05)V99.
001580     05  PCL-QUANTITY-ON-HAND    PIC 9(06).
001590     05  PCL-REORDER-LEVEL       PIC 9(04).
001600     05  PCL-SUPPLIER-ID         PIC 9(06).
001610     05  PCL-PRODUCT-STATUS      PIC X(01).
001620         88  PCL-ACTIVE-PRODUCT      VALUE 'A'.
001630         88  PCL-DISCONTINUED        VALUE 'D'.
001640     05  PCL-LAST-ORDERED-DATE   PIC 9(08).
001650 01  WS-CUSTOMER-CLEAN.
001660     05  CCL-CUSTOMER-ID         PIC 9(10).
001670     05  CCL-CUSTOMER-NAME       PIC X(30).
001680     05  CCL-STREET              PIC X(25).
001690     05  CCL-CITY                PIC X(20).
001700     05  CCL-STATE               PIC X(02).
001710     05  CCL-ZIP-CODE            PIC 9(05).
001720     05  CCL-CUSTOMER-PHONE      PIC X(10).
001730     05  CCL-CUSTOMER-EMAIL      PIC X(50).
001740     05  CCL-ACCOUNT-BALANCE     PIC 9(07)V99.
001750     05  CCL-CREDIT-LIMIT        PIC 9(07)V99.
001760     05  CCL-CUSTOMER-STATUS     PIC X(01).
001770         88  CCL-ACTIVE-CUSTOMER     VALUE 'A'.
001780         88  CCL-INACTIVE-CUSTOMER   VALUE 'I'.
001790     05  CCL-LAST-UPDATE-DATE    PIC 9(08).
001800     05  CCL-SALESPERSON-ID      PIC X(04).
001810*----------------------------------------------------------------
001820* SWITCHES
001830*----------------------------------------------------------------
001840 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001850     88  END-OF-FILE                       VALUE 'Y'.
001860 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
001870     88  MASTER-END-OF-FILE                VALUE 'Y'.
001880 77  WS-KEY-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001890     88  MASTER-KEY-FOUND                  VALUE 'Y'.
001900 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
001910     88  RUN-OUT-OF-BALANCE                VALUE 'Y'.
001920 77  WS-CUST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001930     88  CUSTOMER-FILE-IS-OPEN             VALUE 'Y'.
001940 77  WS-OOB-COUNT                PIC 9(09) VALUE ZERO.
001950 77  WS-OOB-HASH                 PIC 9(13)V99 VALUE ZERO.
001960*----------------------------------------------------------------
001970* CLEAN FILE CONTROL TOTALS - COUNTED HERE, VERIFIED AGAINST
001980* THE TWO RECORDS (PRODCLN THEN CUSTCLN) VALEDIT LEFT ON VALCTL
001990*----------------------------------------------------------------
002000 77  WS-VALCTL-FILE-STATUS       PIC X(02) VALUE SPACE.
002010 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACE.
002020 77  WS-PROD-CLEAN-COUNT         PIC 9(09) VALUE ZERO.
002030 77  WS-PROD-CLEAN-HASH          PIC 9(13)V99 VALUE ZERO.
002040 77  WS-CUST-CLEAN-COUNT         PIC 9(09) VALUE ZERO.
002050 77  WS-CUST-CLEAN-HASH          PIC 9(13)V99 VALUE ZERO.
002060 77  WS-PCL-EXP-COUNT            PIC 9(09) VALUE ZERO.
002070 77  WS-PCL-EXP-HASH             PIC 9(13)V99 VALUE ZERO.
002080 77  WS-PCL-CTL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002090 77  WS-CCL-EXP-COUNT            PIC 9(09) VALUE ZERO.
002100 77  WS-CCL-EXP-HASH             PIC 9(13)V99 VALUE ZERO.
002110 77  WS-CCL-CTL-FOUND-SWITCH     PIC X(01) VALUE 'N'.
002120*----------------------------------------------------------------
002130* BUSINESS DATE AND POSTING PERIOD
002140*----------------------------------------------------------------
002150 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
002160 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
002170 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
002180     88  PERIOD-END-OF-FILE               VALUE 'Y'.
002190 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
002200     88  POSTING-PERIOD-OPEN              VALUE 'O'.
002210     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
002220 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
002230     88  RUN-DATE-REFUSED                 VALUE 'Y'.
002240*----------------------------------------------------------------
002250* MASTER CONTROL TOTALS - THE CUSTOMER SIDE IS THE SAME CHAIN
002260* ORDPOST AND CASHPOST RIDE; THE PRODUCT SIDE IS LOGGED ONLY
002270*----------------------------------------------------------------
002280 77  WS-CTL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002290 77  WS-CUST-IN-COUNT            PIC 9(09) VALUE ZERO.
002300 77  WS-CUST-IN-HASH             PIC 9(13)V99 VALUE ZERO.
002310 77  WS-CUST-OUT-COUNT           PIC 9(09) VALUE ZERO.
002320 77  WS-CUST-OUT-HASH            PIC 9(13)V99 VALUE ZERO.
002330 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
002340 77  WS-CTL-EXP-HASH             PIC 9(13)V99 VALUE ZERO.
002350 77  WS-PROD-IN-COUNT            PIC 9(09) VALUE ZERO.
002360 77  WS-PROD-IN-HASH             PIC 9(13)V99 VALUE ZERO.
002370 77  WS-PROD-OUT-COUNT           PIC 9(09) VALUE ZERO.
002380 77  WS-PROD-OUT-HASH            PIC 9(13)V99 VALUE ZERO.
002390 COPY "ctl.cpy"
002400     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
002410*----------------------------------------------------------------
002420* APPLY COUNTERS AND AUDIT WORK FIELDS
002430*----------------------------------------------------------------
002440 77  WS-PROD-ADDED-COUNT         PIC 9(05) COMP VALUE ZERO.
002450 77  WS-PROD-CHANGED-COUNT       PIC 9(05) COMP VALUE ZERO.
002460 77  WS-PROD-DEACT-COUNT         PIC 9(05) COMP VALUE ZERO.
002470 77  WS-CUST-ADDED-COUNT         PIC 9(05) COMP VALUE ZERO.
002480 77  WS-CUST-CHANGED-COUNT       PIC 9(05) COMP VALUE ZERO.
002490 77  WS-CUST-DEACT-COUNT         PIC 9(05) COMP VALUE ZERO.
002500 77  WS-OLD-PRODUCT-STATUS       PIC X(01) VALUE SPACE.
002510 77  WS-OLD-UNIT-PRICE           PIC 9(05)V99 VALUE ZERO.
002520 77  WS-OLD-UNIT-COST            PIC 9(05)V99 VALUE ZERO.
002530 77  WS-OLD-QUANTITY-ON-HAND     PIC 9(06) VALUE ZERO.
002540 77  WS-OLD-CUSTOMER-STATUS      PIC X(01) VALUE SPACE.
002550 77  WS-OLD-ACCOUNT-BALANCE      PIC 9(07)V99 VALUE ZERO.
002560 01  WS-AUDIT-TIMESTAMP.
002570     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
002580     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
002590*----------------------------------------------------------------
002600* APPLY REPORT LINES
002610*----------------------------------------------------------------
002620 01  HDG-TITLE-LINE.
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  FILLER                  PIC X(40) VALUE
002650         'MASTER CHANGE APPLY REPORT'.
002660     05  FILLER                  PIC X(06) VALUE 'DATE'.
002670     05  HDG-RUN-DATE            PIC 9(08).
002680 01  DTL-LINE.
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  DTL-MASTER-NAME         PIC X(08).
002710     05  FILLER                  PIC X(02) VALUE SPACE.
002720     05  DTL-KEY                 PIC 9(10).
002730     05  FILLER                  PIC X(02) VALUE SPACE.
002740     05  DTL-ACTION              PIC X(24).
002750 01  TOTAL-LINE.
002760     05  FILLER                  PIC X(01) VALUE SPACE.
002770     05  TOT-TEXT                PIC X(38).
002780     05  TOT-COUNT               PIC ZZZZZZ9.
002790 01  OOB-TITLE-LINE.
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  OOB-FILE-NAME           PIC X(08).
002820     05  FILLER                  PIC X(46) VALUE
002830         ' OUT OF BALANCE - RUN STOPPED, NOTHING APPLIED'.
002840 01  OOB-DETAIL-LINE.
002850     05  FILLER                  PIC X(01) VALUE SPACE.
002860     05  OOB-LABEL               PIC X(22).
002870     05  OOB-COUNT               PIC ZZZZZZZZ9.
002880     05  FILLER                  PIC X(03) VALUE SPACE.
002890     05  OOB-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002900 01  CLS-STOP-LINE.
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
002930     05  CLS-BUSINESS-DATE       PIC 9(08).
002940     05  FILLER                  PIC X(03) VALUE ' - '.
002950     05  CLS-REASON              PIC X(50).
002960 PROCEDURE DIVISION.
002970*----------------------------------------------------------------
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     IF RUN-DATE-REFUSED
003010         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
003020         STOP RUN
003030     END-IF.
003040     IF RUN-OUT-OF-BALANCE
003050         PERFORM 3900-OUT-OF-BALANCE-STOP THRU 3900-EXIT
003060         STOP RUN
003070     END-IF.
003080     PERFORM 2000-APPLY-PRODUCT-CHANGES THRU 2000-EXIT.
003090     PERFORM 2500-APPLY-CUSTOMER-CHANGES THRU 2500-EXIT.
003100     PERFORM 9000-FINISH-UP THRU 9000-EXIT.
003110     STOP RUN.
003120*----------------------------------------------------------------
003130 1000-INITIALIZE.
003140     OPEN OUTPUT REPORT-FILE.
003150     OPEN EXTEND BALANCE-LOG-FILE.
003160     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
003170     MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE.
003180     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
003190     IF RUN-DATE-REFUSED
003200         GO TO 1000-EXIT
003210     END-IF.
003220     PERFORM 1100-COUNT-CLEAN-FILES THRU 1100-EXIT.
003230     PERFORM 1200-VERIFY-CLEAN-CONTROLS THRU 1200-EXIT.
003240     IF RUN-OUT-OF-BALANCE
003250         GO TO 1000-EXIT
003260     END-IF.
003270     PERFORM 1300-VERIFY-CUSTOMER-CONTROL THRU 1300-EXIT.
003280     IF RUN-OUT-OF-BALANCE
003290         GO TO 1000-EXIT
003300     END-IF.
003310     PERFORM 1400-COUNT-PRODUCT-MASTER THRU 1400-EXIT.
003320     OPEN OUTPUT AUDIT-FILE.
003330     OPEN EXTEND STOCK-MOVEMENT-FILE.
003340 1000-EXIT.
003350     EXIT.
003360*----------------------------------------------------------------
003370* BOTH CLEAN FILES ARE COUNTED AND HASHED IN A PRE-PASS - THE
003380* PRODUCT FILE ON QUANTITY-ON-HAND, THE CUSTOMER FILE ON
003390* ACCOUNT-BALANCE, THE SAME FIELDS VALEDIT HASHED WHEN IT
003400* WROTE THEM.
003410*----------------------------------------------------------------
003420 1100-COUNT-CLEAN-FILES.
003430     OPEN INPUT PRODUCT-CLEAN-FILE.
003440     SET WS-EOF-SWITCH TO 'N'.
003450     READ PRODUCT-CLEAN-FILE INTO WS-PRODUCT-CLEAN
003460         AT END
003470             SET END-OF-FILE TO TRUE
003480     END-READ.
003490     PERFORM 1110-COUNT-ONE-PRODUCT THRU 1110-EXIT
003500         UNTIL END-OF-FILE.
003510     CLOSE PRODUCT-CLEAN-FILE.
003520     OPEN INPUT CUSTOMER-CLEAN-FILE.
003530     SET WS-EOF-SWITCH TO 'N'.
003540     READ CUSTOMER-CLEAN-FILE INTO WS-CUSTOMER-CLEAN
003550         AT END
003560             SET END-OF-FILE TO TRUE
003570     END-READ.
003580     PERFORM 1120-COUNT-ONE-CUSTOMER THRU 1120-EXIT
003590         UNTIL END-OF-FILE.
003600     CLOSE CUSTOMER-CLEAN-FILE.
003610 1100-EXIT.
003620     EXIT.
003630*----------------------------------------------------------------
003640 1110-COUNT-ONE-PRODUCT.
003650     ADD 1 TO WS-PROD-CLEAN-COUNT.
003660     ADD PCL-QUANTITY-ON-HAND TO WS-PROD-CLEAN-HASH.
003670     READ PRODUCT-CLEAN-FILE INTO WS-PRODUCT-CLEAN
003680         AT END
003690             SET END-OF-FILE TO TRUE
003700     END-READ.
003710 1110-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740 1120-COUNT-ONE-CUSTOMER.
003750     ADD 1 TO WS-CUST-CLEAN-COUNT.
003760     ADD CCL-ACCOUNT-BALANCE TO WS-CUST-CLEAN-HASH.
003770     READ CUSTOMER-CLEAN-FILE INTO WS-CUSTOMER-CLEAN
003780         AT END
003790             SET END-OF-FILE TO TRUE
003800     END-READ.
003810 1120-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------
003840* VALEDIT LEAVES TWO CONTROL RECORDS ON VALCTL - PRODCLN THEN
003850* CUSTCLN.  NO CONTROL FILE AT ALL MEANS THE EDIT PASS NEVER
003860* RAN TONIGHT AND THERE IS NOTHING TRUSTWORTHY TO APPLY - THAT
003870* FAILS TOO.  EVERY VERIFY IS LOGGED FOR BALRPT.
003880*----------------------------------------------------------------
003890 1200-VERIFY-CLEAN-CONTROLS.
003900     OPEN INPUT CLEAN-CONTROL-FILE.
003910     IF WS-VALCTL-FILE-STATUS = '00'
003920         READ CLEAN-CONTROL-FILE
003930             INTO WS-CONTROL-RECORD
003940             AT END
003950                 CONTINUE
003960             NOT AT END
003970                 MOVE 'Y' TO WS-PCL-CTL-FOUND-SWITCH
003980                 MOVE CTL-RECORD-COUNT TO WS-PCL-EXP-COUNT
003990                 MOVE CTL-HASH-TOTAL TO WS-PCL-EXP-HASH
004000         END-READ
004010         READ CLEAN-CONTROL-FILE
004020             INTO WS-CONTROL-RECORD
004030             AT END
004040                 CONTINUE
004050             NOT AT END
004060                 MOVE 'Y' TO WS-CCL-CTL-FOUND-SWITCH
004070                 MOVE CTL-RECORD-COUNT TO WS-CCL-EXP-COUNT
004080                 MOVE CTL-HASH-TOTAL TO WS-CCL-EXP-HASH
004090         END-READ
004100         CLOSE CLEAN-CONTROL-FILE
004110     END-IF.
004120     IF WS-PCL-CTL-FOUND-SWITCH NOT = 'Y'
004130         OR WS-PCL-EXP-COUNT NOT = WS-PROD-CLEAN-COUNT
004140         OR WS-PCL-EXP-HASH NOT = WS-PROD-CLEAN-HASH
004150         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
004160         MOVE 'F' TO CTL-ACTION
004170     ELSE
004180         MOVE 'V' TO CTL-ACTION
004190     END-IF.
004200     MOVE 'PRODCLN' TO CTL-FILE-ID.
004210     MOVE WS-PROD-CLEAN-COUNT TO CTL-RECORD-COUNT.
004220     MOVE WS-PROD-CLEAN-HASH TO CTL-HASH-TOTAL.
004230     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
004240     MOVE 'MSTAPPLY' TO CTL-SOURCE-PROGRAM.
004250     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004260     IF RUN-OUT-OF-BALANCE
004270         MOVE 'PRODCLN' TO OOB-FILE-NAME
004280         MOVE WS-PCL-EXP-COUNT TO WS-CTL-EXP-COUNT
004290         MOVE WS-PCL-EXP-HASH TO WS-CTL-EXP-HASH
004300         MOVE WS-PROD-CLEAN-COUNT TO WS-OOB-COUNT
004310         MOVE WS-PROD-CLEAN-HASH TO WS-OOB-HASH
004320         GO TO 1200-EXIT
004330     END-IF.
004340     IF WS-CCL-CTL-FOUND-SWITCH NOT = 'Y'
004350         OR WS-CCL-EXP-COUNT NOT = WS-CUST-CLEAN-COUNT
004360         OR WS-CCL-EXP-HASH NOT = WS-CUST-CLEAN-HASH
004370         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
004380         MOVE 'F' TO CTL-ACTION
004390     ELSE
004400         MOVE 'V' TO CTL-ACTION
004410     END-IF.
004420     MOVE 'CUSTCLN' TO CTL-FILE-ID.
004430     MOVE WS-CUST-CLEAN-COUNT TO CTL-RECORD-COUNT.
004440     MOVE WS-CUST-CLEAN-HASH TO CTL-HASH-TOTAL.
004450     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004460     IF RUN-OUT-OF-BALANCE
004470         MOVE 'CUSTCLN' TO OOB-FILE-NAME
004480         MOVE WS-CCL-EXP-COUNT TO WS-CTL-EXP-COUNT
004490         MOVE WS-CCL-EXP-HASH TO WS-CTL-EXP-HASH
004500         MOVE WS-CUST-CLEAN-COUNT TO WS-OOB-COUNT
004510         MOVE WS-CUST-CLEAN-HASH TO WS-OOB-HASH
004520     END-IF.
004530 1200-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560* THE CUSTOMER MASTER JOINS THE SAME CHAIN ORDPOST AND
004570* CASHPOST RIDE - COUNT AND HASH IN KEY SEQUENCE, VERIFY, AND
004580* REFUSE TO APPLY ON A MISMATCH.  THE FILE STAYS OPEN I-O FOR
004590* THE KEYED APPLY.
004600*----------------------------------------------------------------
004610 1300-VERIFY-CUSTOMER-CONTROL.
004620     OPEN I-O CUSTOMER-FILE.
004630     SET CUSTOMER-FILE-IS-OPEN TO TRUE.
004640     SET WS-MASTER-EOF-SWITCH TO 'N'.
004650     READ CUSTOMER-FILE NEXT
004660         AT END
004670             SET MASTER-END-OF-FILE TO TRUE
004680     END-READ.
004690     PERFORM 1310-COUNT-ONE-MASTER-CUST THRU 1310-EXIT
004700         UNTIL MASTER-END-OF-FILE.
004710     SET WS-CTL-FOUND-SWITCH TO 'N'.
004720     OPEN INPUT CUSTOMER-CONTROL-FILE.
004730     IF WS-CTL-FILE-STATUS = '00'
004740         READ CUSTOMER-CONTROL-FILE
004750             INTO WS-CONTROL-RECORD
004760             AT END
004770                 CONTINUE
004780             NOT AT END
004790                 MOVE 'Y' TO WS-CTL-FOUND-SWITCH
004800                 MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT
004810                 MOVE CTL-HASH-TOTAL TO WS-CTL-EXP-HASH
004820         END-READ
004830         CLOSE CUSTOMER-CONTROL-FILE
004840     END-IF.
004850     IF WS-CTL-FOUND-SWITCH = 'Y'
004860         AND (WS-CTL-EXP-COUNT NOT = WS-CUST-IN-COUNT
004870             OR WS-CTL-EXP-HASH NOT = WS-CUST-IN-HASH)
004880         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
004890         MOVE 'F' TO CTL-ACTION
004900         MOVE 'CUSTOMER' TO OOB-FILE-NAME
004910         MOVE WS-CUST-IN-COUNT TO WS-OOB-COUNT
004920         MOVE WS-CUST-IN-HASH TO WS-OOB-HASH
004930     ELSE
004940         MOVE 'V' TO CTL-ACTION
004950     END-IF.
004960     MOVE 'CUSTOMER' TO CTL-FILE-ID.
004970     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
004980     MOVE WS-CUST-IN-HASH TO CTL-HASH-TOTAL.
004990     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
005000     MOVE 'MSTAPPLY' TO CTL-SOURCE-PROGRAM.
005010     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
005020     MOVE WS-CUST-IN-COUNT TO WS-CUST-OUT-COUNT.
005030     MOVE WS-CUST-IN-HASH TO WS-CUST-OUT-HASH.
005040 1300-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070 1310-COUNT-ONE-MASTER-CUST.
005080     ADD 1 TO WS-CUST-IN-COUNT.
005090     ADD ACCOUNT-BALANCE TO WS-CUST-IN-HASH.
005100     READ CUSTOMER-FILE NEXT
005110         AT END
005120             SET MASTER-END-OF-FILE TO TRUE
005130     END-READ.
005140 1310-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* THE PRODUCT MASTER HAS NO CONTROL DATASET TO VERIFY, BUT ITS
005180* BEFORE-IMAGE COUNT AND QUANTITY HASH GO TO THE BALANCE LOG
005190* SO BALRPT SHOWS WHAT THIS RUN STARTED FROM.  THE FILE STAYS
005200* OPEN I-O FOR THE KEYED APPLY.
005210*----------------------------------------------------------------
005220 1400-COUNT-PRODUCT-MASTER.
005230     OPEN I-O PRODUCT-FILE.
005240     SET WS-MASTER-EOF-SWITCH TO 'N'.
005250     READ PRODUCT-FILE NEXT
005260         AT END
005270             SET MASTER-END-OF-FILE TO TRUE
005280     END-READ.
005290     PERFORM 1410-COUNT-ONE-MASTER-PROD THRU 1410-EXIT
005300         UNTIL MASTER-END-OF-FILE.
005310     MOVE 'PRODUCT' TO CTL-FILE-ID.
005320     MOVE WS-PROD-IN-COUNT TO CTL-RECORD-COUNT.
005330     MOVE WS-PROD-IN-HASH TO CTL-HASH-TOTAL.
005340     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
005350     MOVE 'MSTAPPLY' TO CTL-SOURCE-PROGRAM.
005360     MOVE 'V' TO CTL-ACTION.
005370     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
005380     MOVE WS-PROD-IN-COUNT TO WS-PROD-OUT-COUNT.
005390     MOVE WS-PROD-IN-HASH TO WS-PROD-OUT-HASH.
005400 1400-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430 1410-COUNT-ONE-MASTER-PROD.
005440     ADD 1 TO WS-PROD-IN-COUNT.
005450     ADD QUANTITY-ON-HAND TO WS-PROD-IN-HASH.
005460     READ PRODUCT-FILE NEXT
005470         AT END
005480             SET MASTER-END-OF-FILE TO TRUE
005490     END-READ.
005500 1410-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
005540* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
005550* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
005560* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
005570* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
005580* REFUSES THE RUN BEFORE ANYTHING POSTS.
005590*----------------------------------------------------------------
005600 1900-READ-BUSINESS-DATE.
005610     MOVE ZERO TO WS-BUSINESS-DATE.
005620     OPEN INPUT BUSINESS-DATE-FILE.
005630     IF WS-BIZ-FILE-STATUS = '00'
005640         READ BUSINESS-DATE-FILE
005650             AT END
005660                 CONTINUE
005670             NOT AT END
005680                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
005690         END-READ
005700         CLOSE BUSINESS-DATE-FILE
005710     END-IF.
005720     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
005730     IF WS-BUSINESS-DATE = ZERO
005740         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
005750             TO CLS-REASON
005760         SET RUN-DATE-REFUSED TO TRUE
005770         GO TO 1900-EXIT
005780     END-IF.
005790     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
005800     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
005810     OPEN INPUT PERIOD-CALENDAR-FILE.
005820     READ PERIOD-CALENDAR-FILE
005830         AT END
005840             SET PERIOD-END-OF-FILE TO TRUE
005850     END-READ.
005860     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
005870         UNTIL PERIOD-END-OF-FILE.
005880     CLOSE PERIOD-CALENDAR-FILE.
005890     IF POSTING-PERIOD-OPEN
005900         GO TO 1900-EXIT
005910     END-IF.
005920     IF POSTING-PERIOD-CLOSED
005930         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
005940     ELSE
005950         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
005960             TO CLS-REASON
005970     END-IF.
005980     SET RUN-DATE-REFUSED TO TRUE.
005990 1900-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020 1910-CHECK-ONE-PERIOD.
006030     IF WS-BUSINESS-DATE NOT < PC-START-DATE
006040         AND WS-BUSINESS-DATE NOT > PC-END-DATE
006050         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
006060         SET PERIOD-END-OF-FILE TO TRUE
006070         GO TO 1910-EXIT
006080     END-IF.
006090     READ PERIOD-CALENDAR-FILE
006100         AT END
006110             SET PERIOD-END-OF-FILE TO TRUE
006120     END-READ.
006130 1910-EXIT.
006140     EXIT.
006150*----------------------------------------------------------------
006160 2000-APPLY-PRODUCT-CHANGES.
006170     OPEN INPUT PRODUCT-CLEAN-FILE.
006180     SET WS-EOF-SWITCH TO 'N'.
006190     READ PRODUCT-CLEAN-FILE INTO WS-PRODUCT-CLEAN
006200         AT END
006210             SET END-OF-FILE TO TRUE
006220     END-READ.
006230     PERFORM 2100-APPLY-ONE-PRODUCT THRU 2100-EXIT
006240         UNTIL END-OF-FILE.
006250     CLOSE PRODUCT-CLEAN-FILE.
006260 2000-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290* A KEY ALREADY ON THE MASTER REWRITES IN PLACE; A NEW KEY IS
006300* ADDED.  THE WHOLE CLEAN IMAGE APPLIES - THAT IS THE CONTRACT
006310* OF VALEDIT'S CLEAN FILE - AND THE QUANTITY HASH MOVES WITH
006320* WHATEVER THE IMAGE RESTATED.
006330*----------------------------------------------------------------
006340 2100-APPLY-ONE-PRODUCT.
006350     SET WS-KEY-FOUND-SWITCH TO 'N'.
006360     MOVE PCL-PRODUCT-ID TO PRODUCT-ID.
006370     READ PRODUCT-FILE
006380         INVALID KEY
006390             CONTINUE
006400         NOT INVALID KEY
006410             SET MASTER-KEY-FOUND TO TRUE
006420     END-READ.
006430     MOVE SPACE TO DTL-LINE.
006440     MOVE 'PRODUCT' TO DTL-MASTER-NAME.
006450     MOVE PCL-PRODUCT-ID TO DTL-KEY.
006460     IF MASTER-KEY-FOUND
006470         MOVE PRODUCT-STATUS TO WS-OLD-PRODUCT-STATUS
006480         MOVE UNIT-PRICE TO WS-OLD-UNIT-PRICE
006490         MOVE UNIT-COST TO WS-OLD-UNIT-COST
006500         MOVE QUANTITY-ON-HAND TO WS-OLD-QUANTITY-ON-HAND
006510         PERFORM 2200-MOVE-PRODUCT-IMAGE THRU 2200-EXIT
006520         REWRITE PRODUCT-RECORD
006530         COMPUTE WS-PROD-OUT-HASH = WS-PROD-OUT-HASH
006540             - WS-OLD-QUANTITY-ON-HAND + QUANTITY-ON-HAND
006550         IF WS-OLD-PRODUCT-STATUS = 'A'
006560             AND PCL-PRODUCT-STATUS NOT = 'A'
006570             ADD 1 TO WS-PROD-DEACT-COUNT
006580             MOVE 'DEACTIVATED' TO DTL-ACTION
006590         ELSE
006600             ADD 1 TO WS-PROD-CHANGED-COUNT
006610             MOVE 'CHANGED' TO DTL-ACTION
006620         END-IF
006630     ELSE
006640         MOVE SPACE TO WS-OLD-PRODUCT-STATUS
006650         MOVE ZERO TO WS-OLD-UNIT-PRICE
006660         MOVE ZERO TO WS-OLD-UNIT-COST
006670         MOVE ZERO TO WS-OLD-QUANTITY-ON-HAND
006680         PERFORM 2200-MOVE-PRODUCT-IMAGE THRU 2200-EXIT
006690         WRITE PRODUCT-RECORD
006700         ADD 1 TO WS-PROD-OUT-COUNT
006710         ADD QUANTITY-ON-HAND TO WS-PROD-OUT-HASH
006720         ADD 1 TO WS-PROD-ADDED-COUNT
006730         MOVE 'ADDED' TO DTL-ACTION
006740     END-IF.
006750     WRITE REPORT-LINE FROM DTL-LINE.
006760     PERFORM 2300-WRITE-PRODUCT-AUDIT THRU 2300-EXIT.
006770     PERFORM 2350-WRITE-STOCK-MOVEMENT THRU 2350-EXIT.
006780     READ PRODUCT-CLEAN-FILE INTO WS-PRODUCT-CLEAN
006790         AT END
006800             SET END-OF-FILE TO TRUE
006810     END-READ.
006820 2100-EXIT.
006830     EXIT.
006840*----------------------------------------------------------------
006850 2200-MOVE-PRODUCT-IMAGE.
006860     MOVE PCL-PRODUCT-ID TO PRODUCT-ID.
006870     MOVE PCL-PRODUCT-NAME TO PRODUCT-NAME.
006880     MOVE PCL-PRODUCT-CATEGORY TO PRODUCT-CATEGORY.
006890     MOVE PCL-UNIT-PRICE TO UNIT-PRICE.
006900     MOVE PCL-UNIT-COST TO UNIT-COST.
006910     MOVE PCL-QUANTITY-ON-HAND TO QUANTITY-ON-HAND.
006920     MOVE PCL-REORDER-LEVEL TO REORDER-LEVEL.
006930     MOVE PCL-SUPPLIER-ID TO SUPPLIER-ID OF PRODUCT-RECORD.
006940     MOVE PCL-PRODUCT-STATUS TO PRODUCT-STATUS.
006950     MOVE PCL-LAST-ORDERED-DATE TO LAST-ORDERED-DATE.
006960 2200-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990 2300-WRITE-PRODUCT-AUDIT.
007000     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
007010     ACCEPT WS-AUDIT-TIME FROM TIME.
007020     MOVE SPACE TO AUDIT-RECORD.
007030     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
007040     MOVE 'MSTAPPLY' TO AUD-SOURCE-PROGRAM.
007050     SET AUD-PRODUCT-MASTER TO TRUE.
007060     MOVE PCL-PRODUCT-ID TO AUD-KEY.
007070     MOVE WS-OLD-PRODUCT-STATUS TO AUD-OLD-PRODUCT-STATUS.
007080     MOVE PRODUCT-STATUS TO AUD-NEW-PRODUCT-STATUS.
007090     MOVE WS-OLD-UNIT-PRICE TO AUD-OLD-UNIT-PRICE.
007100     MOVE UNIT-PRICE TO AUD-NEW-UNIT-PRICE.
007110     MOVE WS-OLD-UNIT-COST TO AUD-OLD-UNIT-COST.
007120     MOVE UNIT-COST TO AUD-NEW-UNIT-COST.
007130     MOVE WS-OLD-QUANTITY-ON-HAND TO AUD-OLD-QUANTITY-ON-HAND.
007140     MOVE QUANTITY-ON-HAND TO AUD-NEW-QUANTITY-ON-HAND.
007150     WRITE AUDIT-RECORD.
007160 2300-EXIT.
007170     EXIT.
007180*----------------------------------------------------------------
007190* A CLEAN IMAGE THAT RESTATES QUANTITY-ON-HAND MOVES STOCK AS
007200* SURELY AS A RECEIPT DOES - THE DIFFERENCE GOES ON THE LEDGER
007210* AS A MASTER CORRECTION WITH NO DOCUMENT.  AN ADDED PRODUCT
007220* STARTS FROM ZERO, SO ITS OPENING STOCK IS THE MOVEMENT.
007230*----------------------------------------------------------------
007240 2350-WRITE-STOCK-MOVEMENT.
007250     COMPUTE SM-QUANTITY =
007260         QUANTITY-ON-HAND - WS-OLD-QUANTITY-ON-HAND.
007270     IF SM-QUANTITY = ZERO
007280         GO TO 2350-EXIT
007290     END-IF.
007300     MOVE PCL-PRODUCT-ID TO SM-PRODUCT-ID.
007310     SET SM-MASTER-CORRECTION TO TRUE.
007320     MOVE ZERO TO SM-DOCUMENT-NUMBER.
007330     MOVE WS-BUSINESS-DATE TO SM-BUSINESS-DATE.
007340     MOVE 'MSTAPPLY' TO SM-SOURCE-PROGRAM.
007350     WRITE STOCK-MOVEMENT-RECORD.
007360 2350-EXIT.
007370     EXIT.
007380*----------------------------------------------------------------
007390 2500-APPLY-CUSTOMER-CHANGES.
007400     OPEN INPUT CUSTOMER-CLEAN-FILE.
007410     SET WS-EOF-SWITCH TO 'N'.
007420     READ CUSTOMER-CLEAN-FILE INTO WS-CUSTOMER-CLEAN
007430         AT END
007440             SET END-OF-FILE TO TRUE
007450     END-READ.
007460     PERFORM 2600-APPLY-ONE-CUSTOMER THRU 2600-EXIT
007470         UNTIL END-OF-FILE.
007480     CLOSE CUSTOMER-CLEAN-FILE.
007490 2500-EXIT.
007500     EXIT.
007510*----------------------------------------------------------------
007520 2600-APPLY-ONE-CUSTOMER.
007530     SET WS-KEY-FOUND-SWITCH TO 'N'.
007540     MOVE CCL-CUSTOMER-ID TO CUSTOMER-ID.
007550     READ CUSTOMER-FILE
007560         INVALID KEY
007570             CONTINUE
007580         NOT INVALID KEY
007590             SET MASTER-KEY-FOUND TO TRUE
007600     END-READ.
007610     MOVE SPACE TO DTL-LINE.
007620     MOVE 'CUSTOMER' TO DTL-MASTER-NAME.
007630     MOVE CCL-CUSTOMER-ID TO DTL-KEY.
007640     IF MASTER-KEY-FOUND
007650         MOVE CUSTOMER-STATUS TO WS-OLD-CUSTOMER-STATUS
007660         MOVE ACCOUNT-BALANCE TO WS-OLD-ACCOUNT-BALANCE
007670         PERFORM 2700-MOVE-CUSTOMER-IMAGE THRU 2700-EXIT
007680         REWRITE CUSTOMER-RECORD
007690         COMPUTE WS-CUST-OUT-HASH = WS-CUST-OUT-HASH
007700             - WS-OLD-ACCOUNT-BALANCE + ACCOUNT-BALANCE
007710         IF WS-OLD-CUSTOMER-STATUS = 'A'
007720             AND CCL-CUSTOMER-STATUS NOT = 'A'
007730             ADD 1 TO WS-CUST-DEACT-COUNT
007740             MOVE 'DEACTIVATED' TO DTL-ACTION
007750         ELSE
007760             ADD 1 TO WS-CUST-CHANGED-COUNT
007770             MOVE 'CHANGED' TO DTL-ACTION
007780         END-IF
007790     ELSE
007800         MOVE SPACE TO WS-OLD-CUSTOMER-STATUS
007810         MOVE ZERO TO WS-OLD-ACCOUNT-BALANCE
007820         PERFORM 2700-MOVE-CUSTOMER-IMAGE THRU 2700-EXIT
007830         WRITE CUSTOMER-RECORD
007840         ADD 1 TO WS-CUST-OUT-COUNT
007850         ADD ACCOUNT-BALANCE TO WS-CUST-OUT-HASH
007860         ADD 1 TO WS-CUST-ADDED-COUNT
007870         MOVE 'ADDED' TO DTL-ACTION
007880     END-IF.
007890     WRITE REPORT-LINE FROM DTL-LINE.
007900     PERFORM 2800-WRITE-CUSTOMER-AUDIT THRU 2800-EXIT.
007910     READ CUSTOMER-CLEAN-FILE INTO WS-CUSTOMER-CLEAN
007920         AT END
007930             SET END-OF-FILE TO TRUE
007940     END-READ.
007950 2600-EXIT.
007960     EXIT.
007970*----------------------------------------------------------------
007980 2700-MOVE-CUSTOMER-IMAGE.
007990     MOVE CCL-CUSTOMER-ID TO CUSTOMER-ID.
008000     MOVE CCL-CUSTOMER-NAME TO CUSTOMER-NAME.
008010     MOVE CCL-STREET TO STREET.
008020     MOVE CCL-CITY TO CITY.
008030     MOVE CCL-STATE TO STATE.
008040     MOVE CCL-ZIP-CODE TO ZIP-CODE.
008050     MOVE CCL-CUSTOMER-PHONE TO CUSTOMER-PHONE.
008060     MOVE CCL-CUSTOMER-EMAIL TO CUSTOMER-EMAIL.
008070     MOVE CCL-ACCOUNT-BALANCE TO ACCOUNT-BALANCE.
008080     MOVE CCL-CREDIT-LIMIT TO CREDIT-LIMIT.
008090     MOVE CCL-CUSTOMER-STATUS TO CUSTOMER-STATUS.
008100     MOVE CCL-LAST-UPDATE-DATE TO LAST-UPDATE-DATE.
008110     MOVE CCL-SALESPERSON-ID TO CUSTOMER-SALESPERSON-ID.
008120 2700-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------
008150 2800-WRITE-CUSTOMER-AUDIT.
008160     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
008170     ACCEPT WS-AUDIT-TIME FROM TIME.
008180     MOVE SPACE TO AUDIT-RECORD.
008190     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
008200     MOVE 'MSTAPPLY' TO AUD-SOURCE-PROGRAM.
008210     SET AUD-CUSTOMER-MASTER TO TRUE.
008220     MOVE CCL-CUSTOMER-ID TO AUD-KEY.
008230     MOVE WS-OLD-CUSTOMER-STATUS TO AUD-OLD-CUSTOMER-STATUS.
008240     MOVE CUSTOMER-STATUS TO AUD-NEW-CUSTOMER-STATUS.
008250     MOVE WS-OLD-ACCOUNT-BALANCE TO AUD-OLD-ACCOUNT-BALANCE.
008260     MOVE ACCOUNT-BALANCE TO AUD-NEW-ACCOUNT-BALANCE.
008270     WRITE AUDIT-RECORD.
008280 2800-EXIT.
008290     EXIT.
008300*----------------------------------------------------------------
008310 9000-FINISH-UP.
008320     MOVE SPACE TO REPORT-LINE.
008330     WRITE REPORT-LINE.
008340     MOVE 'PRODUCTS ADDED:' TO TOT-TEXT.
008350     MOVE WS-PROD-ADDED-COUNT TO TOT-COUNT.
008360     WRITE REPORT-LINE FROM TOTAL-LINE.
008370     MOVE 'PRODUCTS CHANGED:' TO TOT-TEXT.
008380     MOVE WS-PROD-CHANGED-COUNT TO TOT-COUNT.
008390     WRITE REPORT-LINE FROM TOTAL-LINE.
008400     MOVE 'PRODUCTS DEACTIVATED:' TO TOT-TEXT.
008410     MOVE WS-PROD-DEACT-COUNT TO TOT-COUNT.
008420     WRITE REPORT-LINE FROM TOTAL-LINE.
008430     MOVE 'CUSTOMERS ADDED:' TO TOT-TEXT.
008440     MOVE WS-CUST-ADDED-COUNT TO TOT-COUNT.
008450     WRITE REPORT-LINE FROM TOTAL-LINE.
008460     MOVE 'CUSTOMERS CHANGED:' TO TOT-TEXT.
008470     MOVE WS-CUST-CHANGED-COUNT TO TOT-COUNT.
008480     WRITE REPORT-LINE FROM TOTAL-LINE.
008490     MOVE 'CUSTOMERS DEACTIVATED:' TO TOT-TEXT.
008500     MOVE WS-CUST-DEACT-COUNT TO TOT-COUNT.
008510     WRITE REPORT-LINE FROM TOTAL-LINE.
008520     CLOSE PRODUCT-FILE.
008530     CLOSE CUSTOMER-FILE.
008540     PERFORM 9300-WRITE-OUTGOING-CONTROLS THRU 9300-EXIT.
008550     CLOSE AUDIT-FILE.
008560     CLOSE STOCK-MOVEMENT-FILE.
008570     CLOSE REPORT-FILE.
008580     CLOSE BALANCE-LOG-FILE.
008590 9000-EXIT.
008600     EXIT.
008610*----------------------------------------------------------------
008620* THE NEW CUSTOMER MASTER'S CONTROL GOES BACK ON CUSTCTL -
008630* WHAT TOMORROW'S ORDPOST AND CASHPOST MUST COUNT AND HASH TO
008640* BE ALLOWED TO RUN - AND BOTH MASTERS' AFTER-IMAGES GO TO THE
008650* BALANCE LOG.
008660*----------------------------------------------------------------
008670 9300-WRITE-OUTGOING-CONTROLS.
008680     MOVE 'CUSTOMER' TO CTL-FILE-ID.
008690     MOVE WS-CUST-OUT-COUNT TO CTL-RECORD-COUNT.
008700     MOVE WS-CUST-OUT-HASH TO CTL-HASH-TOTAL.
008710     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
008720     MOVE 'MSTAPPLY' TO CTL-SOURCE-PROGRAM.
008730     MOVE 'W' TO CTL-ACTION.
008740     OPEN OUTPUT CUSTOMER-CONTROL-FILE.
008750     WRITE CUSTOMER-CONTROL-RECORD FROM WS-CONTROL-RECORD.
008760     CLOSE CUSTOMER-CONTROL-FILE.
008770     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
008780     MOVE 'PRODUCT' TO CTL-FILE-ID.
008790     MOVE WS-PROD-OUT-COUNT TO CTL-RECORD-COUNT.
008800     MOVE WS-PROD-OUT-HASH TO CTL-HASH-TOTAL.
008810     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
008820 9300-EXIT.
008830     EXIT.
008840*----------------------------------------------------------------
008850* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
008860* NONZERO RETURN CODE.  NOTHING HAS BEEN POSTED OR WRITTEN.
008870*----------------------------------------------------------------
008880 3850-DATE-REFUSED-STOP.
008890     WRITE REPORT-LINE FROM CLS-STOP-LINE.
008900     CLOSE REPORT-FILE.
008910     CLOSE BALANCE-LOG-FILE.
008920     MOVE 16 TO RETURN-CODE.
008930 3850-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960* A CONTROL FAILED - REPORT WHAT WAS EXPECTED AGAINST WHAT WAS
008970* COUNTED FOR THE FILE THAT FAILED, SHUT EVERYTHING, AND HAND
008980* OPERATIONS A NONZERO RETURN CODE.  NOTHING HAS APPLIED.
008990*----------------------------------------------------------------
009000 3900-OUT-OF-BALANCE-STOP.
009010     WRITE REPORT-LINE FROM OOB-TITLE-LINE.
009020     MOVE SPACE TO OOB-DETAIL-LINE.
009030     MOVE 'CONTROL EXPECTED: ' TO OOB-LABEL.
009040     MOVE WS-CTL-EXP-COUNT TO OOB-COUNT.
009050     MOVE WS-CTL-EXP-HASH TO OOB-HASH.
009060     WRITE REPORT-LINE FROM OOB-DETAIL-LINE.
009070     MOVE SPACE TO OOB-DETAIL-LINE.
009080     MOVE 'FILE COUNTED:     ' TO OOB-LABEL.
009090     MOVE WS-OOB-COUNT TO OOB-COUNT.
009100     MOVE WS-OOB-HASH TO OOB-HASH.
009110     WRITE REPORT-LINE FROM OOB-DETAIL-LINE.
009120     IF CUSTOMER-FILE-IS-OPEN
009130         CLOSE CUSTOMER-FILE
009140     END-IF.
009150     CLOSE REPORT-FILE.
009160     CLOSE BALANCE-LOG-FILE.
009170     MOVE 16 TO RETURN-CODE.
009180 3900-EXIT.
009190     EXIT.
