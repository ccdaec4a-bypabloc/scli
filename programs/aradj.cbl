000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ARADJ.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. CREDIT-AND-COLLECTIONS.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - AR FINANCE CHARGES AND
000200*                 WRITE-OFFS
000210* 2026-10-15 DW   BUSINESS DATE - POSTING AND RUN DATES NOW COME
000220*                 FROM THE DATE CONTROL RECORD (BIZDATE.CPY)
000230*                 INSTEAD OF THE CLOCK, AND THE RUN IS REFUSED
000240*                 WHEN THAT DATE FALLS IN A CLOSED PERIOD ON THE
000250*                 PERIOD CALENDAR (PERCAL.CPY).  RENUMBERED
000260* 2026-10-15 DW   THE OPEN ITEM NOW CARRIES THE PRODUCT OF A
000270*                 BACKREL ITEM - CARRIED THROUGH THE TABLE
000280*                 UNCHANGED, ZERO ON A FINANCE CHARGE.
000290*                 RENUMBERED
000300*----------------------------------------------------------------
000310* THIS PROGRAM POSTS THE ADJUSTMENTS CREDIT AND COLLECTIONS KEYS
000320* AGAINST THE OPEN-ITEM AR SUBLEDGER (ADJTRAN.CPY) - THE ONLY
000330* THINGS BESIDES A RECEIPT OR A RETURN THAT MOVE AN OPEN ITEM.
000340*   - A FINANCE-CHARGE SWEEP TOTALS EACH CUSTOMER'S OPEN ITEMS
000350*     PAST DUE (AGED THE WAY ARAGE AGES THEM), CHARGES THE
000360*     MONTHLY RATE ON THAT TOTAL, AND OPENS THE CHARGE AS A NEW
000370*     OPEN ITEM DATED TODAY, RAISING ACCOUNT-BALANCE BY THE SAME
000380*     AMOUNT.  A CHARGE ONCE OPENED IS PAST-DUE BALANCE LIKE ANY
000390*     OTHER ITEM WHEN NEXT MONTH'S SWEEP COMES ROUND.
000400*   - A WRITE-OFF EITHER NAMES ONE ORDER'S ITEMS AND HOW MUCH OF
000410*     THEM IS BAD DEBT, OR SWEEPS EVERY OPEN ITEM UNDER A
000420*     THRESHOLD - THE SHORT-PAY PENNIES NO ONE WILL EVER COLLECT.
000430*     EITHER WAY OI-OPEN-AMOUNT AND ACCOUNT-BALANCE COME DOWN
000440*     TOGETHER.
000450* EVERY ADJUSTMENT WRITES A BEFORE/AFTER AUDIT OF THE CUSTOMER'S
000460* BALANCE, PRINTS ON THE ADJUSTMENT JOURNAL, AND APPENDS AN
000470* ADJUSTMENT HISTORY RECORD (ADJHIST.CPY) FOR THE GL EXTRACT.
000480* AN ADJUSTMENT FOR A CUSTOMER NOT ON THE MASTER, OR A WRITE-OFF
000490* LARGER THAN THE ACCOUNT OWES, IS REFUSED AND JOURNALED.  THE
000500* RUN JOINS THE CUSTOMER MASTER'S CONTROL-TOTAL CHAIN (CTL.CPY)
000510* THE SAME WAY CASHPOST DOES, AND THE SUBLEDGER IS REWRITTEN AT
000520* FINISH WITH ONLY THE ITEMS STILL OPEN.
000530*----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT ADJUSTMENT-TRANS-FILE ASSIGN TO ADJIN
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT CUSTOMER-FILE ASSIGN TO CUSTIN
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CUSTOMER-ID.
000660     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT JOURNAL-FILE ASSIGN TO ADJJRNL
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT OPEN-ITEM-FILE ASSIGN TO OPENIN
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT NEW-OPEN-ITEM-FILE ASSIGN TO OPENOUT
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT ADJUSTMENT-HISTORY-FILE ASSIGN TO ADJHOUT
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT CUSTOMER-CONTROL-FILE ASSIGN TO CUSTCTL
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-CTL-FILE-STATUS.
000790     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
000800         ORGANIZATION IS SEQUENTIAL.
000810     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-BIZ-FILE-STATUS.
000840     SELECT PERIOD-CALENDAR-FILE ASSIGN TO PERCAL
000850         ORGANIZATION IS SEQUENTIAL.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  ADJUSTMENT-TRANS-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 COPY "adjtran.cpy".
000920 FD  CUSTOMER-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY "customer.cpy".
000960 FD  AUDIT-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY "audit.cpy".
001000 FD  JOURNAL-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE OMITTED.
001030 01  JOURNAL-LINE                PIC X(132).
001040 FD  OPEN-ITEM-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY "openitem.cpy".
001080 FD  NEW-OPEN-ITEM-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  NEW-OPEN-ITEM-RECORD        PIC X(56).
001120 FD  ADJUSTMENT-HISTORY-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 COPY "adjhist.cpy".
001160 FD  CUSTOMER-CONTROL-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  CUSTOMER-CONTROL-RECORD     PIC X(49).
001200 FD  BALANCE-LOG-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  BALANCE-LOG-RECORD          PIC X(49).
001240 FD  BUSINESS-DATE-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 COPY "bizdate.cpy".
001280 FD  PERIOD-CALENDAR-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 COPY "percal.cpy".
001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------------
001340* SWITCHES
001350*----------------------------------------------------------------
001360 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
001370     88  MASTER-END-OF-FILE               VALUE 'Y'.
001380 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001390     88  TRANS-END-OF-FILE                VALUE 'Y'.
001400 77  WS-CUSTOMER-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001410     88  ADJUST-CUSTOMER-FOUND            VALUE 'Y'.
001420 77  WS-OPEN-EOF-SWITCH          PIC X(01) VALUE 'N'.
001430     88  OPEN-ITEM-END-OF-FILE            VALUE 'Y'.
001440 77  WS-OPEN-OVFL-SWITCH         PIC X(01) VALUE 'N'.
001450     88  OPEN-TABLE-OVERFLOW              VALUE 'Y'.
001460*----------------------------------------------------------------
001470* COUNTERS AND WORK AMOUNTS
001480*----------------------------------------------------------------
001490 77  WS-TRANS-SEQ                PIC 9(07) COMP VALUE ZERO.
001500 77  WS-CHARGE-COUNT             PIC 9(07) COMP VALUE ZERO.
001510 77  WS-CHARGE-AMOUNT            PIC 9(09)V99 VALUE ZERO.
001520 77  WS-WRITE-OFF-COUNT          PIC 9(07) COMP VALUE ZERO.
001530 77  WS-WRITE-OFF-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001540 77  WS-ADJ-REJECTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001550 77  WS-REJECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
001560 77  WS-SWEEP-COUNT              PIC 9(07) COMP VALUE ZERO.
001570 77  WS-DAYS-PAST-DUE            PIC 9(03) VALUE ZERO.
001580 77  WS-NEXT-DOCUMENT            PIC 9(08) VALUE ZERO.
001590 77  WS-PAST-DUE-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001600 77  WS-ORDER-OPEN-AMOUNT        PIC 9(09)V99 VALUE ZERO.
001610 77  WS-REMAINING-AMOUNT         PIC 9(09)V99 VALUE ZERO.
001620 77  WS-APPLY-AMOUNT             PIC 9(09)V99 VALUE ZERO.
001630 77  WS-BALANCE-ROOM             PIC 9(09)V99 VALUE ZERO.
001640 77  WS-OLD-ACCOUNT-BALANCE      PIC 9(07)V99 VALUE ZERO.
001650 77  WS-OUTER-IDX                PIC 9(05) COMP VALUE ZERO.
001660 77  WS-OI-SCAN-IDX              PIC 9(05) COMP VALUE ZERO.
001670 77  WS-ITEMS-RETIRED-COUNT      PIC 9(07) COMP VALUE ZERO.
001680 77  WS-ITEMS-OPEN-COUNT         PIC 9(07) COMP VALUE ZERO.
001690 01  WS-AUDIT-TIMESTAMP.
001700     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001710     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
001720*----------------------------------------------------------------
001730* THE ADJUSTMENT IN HAND - FILLED BY WHICHEVER MODE BUILT IT AND
001740* READ BY THE HISTORY, AUDIT AND JOURNAL PARAGRAPHS.
001750*----------------------------------------------------------------
001760 01  WS-ADJUSTMENT.
001770     05  WS-ADJ-TYPE             PIC X(01).
001780     05  WS-ADJ-CUSTOMER-ID      PIC 9(10).
001790     05  WS-ADJ-ORDER-NUMBER     PIC 9(08).
001800     05  WS-ADJ-BASE-AMOUNT      PIC 9(09)V99.
001810     05  WS-ADJ-AMOUNT           PIC 9(09)V99.
001820*----------------------------------------------------------------
001830* DATE-MATH WORK AREAS (JULIAN-STYLE WHOLE-DAY SUBTRACTION)
001840*----------------------------------------------------------------
001850 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001860 01  WS-DATE-WORK.
001870     05  WS-WORK-YEAR            PIC 9(04).
001880     05  WS-WORK-MONTH           PIC 9(02).
001890     05  WS-WORK-DAY             PIC 9(02).
001900 77  WS-TODAY-ORDINAL            PIC 9(07) VALUE ZERO.
001910 77  WS-INVOICE-ORDINAL          PIC 9(07) VALUE ZERO.
001920 77  WS-ITEM-AGE                 PIC S9(07) VALUE ZERO.
001930*----------------------------------------------------------------
001940* BUSINESS DATE AND POSTING PERIOD
001950*----------------------------------------------------------------
001960 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001970 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001980 77  WS-PERIOD-EOF-SWITCH        PIC X(01) VALUE 'N'.
001990     88  PERIOD-END-OF-FILE               VALUE 'Y'.
002000 77  WS-PERIOD-STATUS-SWITCH     PIC X(01) VALUE 'N'.
002010     88  POSTING-PERIOD-OPEN              VALUE 'O'.
002020     88  POSTING-PERIOD-CLOSED            VALUE 'C'.
002030 77  WS-DATE-REFUSED-SWITCH      PIC X(01) VALUE 'N'.
002040     88  RUN-DATE-REFUSED                 VALUE 'Y'.
002050*----------------------------------------------------------------
002060* RUN-TO-RUN CONTROL TOTALS FOR THE CUSTOMER MASTER
002070*----------------------------------------------------------------
002080 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACE.
002090 77  WS-CTL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
002100 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
002110     88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.
002120 77  WS-CUST-IN-COUNT            PIC 9(09) VALUE ZERO.
002130 77  WS-CUST-IN-HASH             PIC 9(13)V99 VALUE ZERO.
002140 77  WS-CUST-OUT-HASH            PIC 9(13)V99 VALUE ZERO.
002150 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
002160 77  WS-CTL-EXP-HASH             PIC 9(13)V99 VALUE ZERO.
002170 COPY "ctl.cpy"
002180     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
002190*----------------------------------------------------------------
002200* OPEN-ITEM SUBLEDGER, LOADED IN FULL AT START OF RUN AND
002210* REWRITTEN AT FINISH WITH ONLY THE ITEMS STILL OPEN, THE SAME
002220* SHAPE CASHPOST USES.  OIT-SWEEP-SEQ MARKS AN ITEM ALREADY
002230* TAKEN UP BY THE TRANSACTION NOW POSTING, SO A CUSTOMER'S
002240* PAST-DUE ITEMS ARE CHARGED ONCE AND A NEW CHARGE IS NEVER
002250* CHARGED ON ITSELF.
002260*----------------------------------------------------------------
002270 01  OPEN-ITEM-AREA.
002280     05  WS-OPEN-ITEM-COUNT      PIC 9(05) COMP VALUE ZERO.
002290     05  OPEN-ITEM-ENTRY OCCURS 20000 TIMES
002300             INDEXED BY OI-IDX.
002310         10  OIT-CUSTOMER-ID         PIC 9(10).
002320         10  OIT-ORDER-NUMBER        PIC 9(08).
002330         10  OIT-INVOICE-DATE        PIC 9(08).
002340         10  OIT-INVOICE-AMOUNT      PIC 9(09)V99.
002350         10  OIT-OPEN-AMOUNT         PIC 9(09)V99.
002360         10  OIT-PRODUCT-ID          PIC 9(08).
002370         10  OIT-SWEEP-SEQ           PIC 9(07) COMP.
002380 01  WS-NEW-OPEN-ITEM.
002390     05  NOI-CUSTOMER-ID         PIC 9(10).
002400     05  NOI-ORDER-NUMBER        PIC 9(08).
002410     05  NOI-INVOICE-DATE        PIC 9(08).
002420     05  NOI-INVOICE-AMOUNT      PIC 9(09)V99.
002430     05  NOI-OPEN-AMOUNT         PIC 9(09)V99.
002440     05  NOI-PRODUCT-ID          PIC 9(08).
002450*----------------------------------------------------------------
002460* ADJUSTMENT JOURNAL LINES
002470*----------------------------------------------------------------
002480 01  HDG-TITLE-LINE.
002490     05  FILLER                  PIC X(01) VALUE SPACE.
002500     05  FILLER                  PIC X(30) VALUE
002510         'AR ADJUSTMENT JOURNAL'.
002520     05  FILLER                  PIC X(06) VALUE 'DATE'.
002530     05  HDG-RUN-DATE            PIC 9(08).
002540 01  HDG-COLUMN-LINE.
002550     05  FILLER                  PIC X(01) VALUE SPACE.
002560     05  FILLER                  PIC X(16) VALUE 'ADJUSTMENT'.
002570     05  FILLER                  PIC X(13) VALUE 'CUSTOMER ID'.
002580     05  FILLER                  PIC X(10) VALUE 'ORDER'.
002590     05  FILLER                  PIC X(14) VALUE
002600         '   BASE AMOUNT'.
002610     05  FILLER                  PIC X(14) VALUE
002620         '        AMOUNT'.
002630     05  FILLER                  PIC X(02) VALUE SPACE.
002640     05  FILLER                  PIC X(40) VALUE 'DISPOSITION'.
002650 01  DTL-LINE.
002660     05  FILLER                  PIC X(01) VALUE SPACE.
002670     05  DTL-TYPE                PIC X(14).
002680     05  FILLER                  PIC X(02) VALUE SPACE.
002690     05  DTL-CUSTOMER-ID         PIC 9(10).
002700     05  FILLER                  PIC X(03) VALUE SPACE.
002710     05  DTL-ORDER-NUMBER        PIC 9(08).
002720     05  FILLER                  PIC X(02) VALUE SPACE.
002730     05  DTL-BASE-AMOUNT         PIC Z,ZZZ,ZZ9.99.
002740     05  FILLER                  PIC X(02) VALUE SPACE.
002750     05  DTL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
002760     05  FILLER                  PIC X(02) VALUE SPACE.
002770     05  DTL-DISPOSITION         PIC X(40).
002780 01  TOTAL-LINE.
002790     05  FILLER                  PIC X(01) VALUE SPACE.
002800     05  TOT-TEXT                PIC X(38).
002810     05  TOT-COUNT               PIC ZZZZZZ9.
002820     05  FILLER                  PIC X(02) VALUE SPACE.
002830     05  TOT-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
002840*----------------------------------------------------------------
002850* OUT-OF-BALANCE AND OVERFLOW STOP LINES
002860*----------------------------------------------------------------
002870 01  OOB-TITLE-LINE.
002880     05  FILLER                  PIC X(01) VALUE SPACE.
002890     05  FILLER                  PIC X(50) VALUE
002900         'CUSTOMER MASTER OUT OF BALANCE - RUN STOPPED'.
002910 01  OOB-DETAIL-LINE.
002920     05  FILLER                  PIC X(01) VALUE SPACE.
002930     05  OOB-LABEL               PIC X(22).
002940     05  OOB-COUNT               PIC ZZZZZZZZ9.
002950     05  FILLER                  PIC X(03) VALUE SPACE.
002960     05  OOB-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002970 01  OI-OVFL-LINE.
002980     05  FILLER                  PIC X(01) VALUE SPACE.
002990     05  FILLER                  PIC X(52) VALUE
003000         'OPEN-ITEM SUBLEDGER EXCEEDS TABLE - RUN STOPPED'.
003010 01  CLS-STOP-LINE.
003020     05  FILLER                  PIC X(01) VALUE SPACE.
003030     05  FILLER                  PIC X(14) VALUE 'BUSINESS DATE '.
003040     05  CLS-BUSINESS-DATE       PIC 9(08).
003050     05  FILLER                  PIC X(03) VALUE ' - '.
003060     05  CLS-REASON              PIC X(50).
003070 PROCEDURE DIVISION.
003080*----------------------------------------------------------------
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     IF RUN-DATE-REFUSED
003120         PERFORM 3850-DATE-REFUSED-STOP THRU 3850-EXIT
003130         STOP RUN
003140     END-IF.
003150     IF RUN-OUT-OF-BALANCE
003160         PERFORM 3900-OUT-OF-BALANCE-STOP THRU 3900-EXIT
003170         STOP RUN
003180     END-IF.
003190     IF OPEN-TABLE-OVERFLOW
003200         PERFORM 3950-OPEN-OVERFLOW-STOP THRU 3950-EXIT
003210         STOP RUN
003220     END-IF.
003230     PERFORM 2000-PROCESS-ADJUSTMENT THRU 2000-EXIT
003240         UNTIL TRANS-END-OF-FILE.
003250     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
003260     STOP RUN.
003270*----------------------------------------------------------------
003280 1000-INITIALIZE.
003290     OPEN OUTPUT JOURNAL-FILE.
003300     OPEN EXTEND BALANCE-LOG-FILE.
003310     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
003320     MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
003330     MOVE WS-RUN-DATE TO WS-DATE-WORK.
003340     COMPUTE WS-TODAY-ORDINAL =
003350         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
003360         + WS-WORK-DAY.
003370     MOVE WS-RUN-DATE TO HDG-RUN-DATE.
003380     WRITE JOURNAL-LINE FROM HDG-TITLE-LINE.
003390     IF RUN-DATE-REFUSED
003400         GO TO 1000-EXIT
003410     END-IF.
003420     PERFORM 1300-VERIFY-CUSTOMER-CONTROL THRU 1300-EXIT.
003430     IF RUN-OUT-OF-BALANCE
003440         GO TO 1000-EXIT
003450     END-IF.
003460     WRITE JOURNAL-LINE FROM HDG-COLUMN-LINE.
003470     PERFORM 1400-LOAD-OPEN-ITEMS THRU 1400-EXIT.
003480     IF OPEN-TABLE-OVERFLOW
003490         GO TO 1000-EXIT
003500     END-IF.
003510     OPEN INPUT ADJUSTMENT-TRANS-FILE.
003520     OPEN OUTPUT AUDIT-FILE.
003530     OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
003540     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003550 1000-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580 1200-READ-TRANS.
003590     READ ADJUSTMENT-TRANS-FILE
003600         AT END
003610             SET TRANS-END-OF-FILE TO TRUE
003620         NOT AT END
003630             ADD 1 TO WS-TRANS-SEQ
003640     END-READ.
003650 1200-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680* THE MASTER IS COUNTED AND ITS BALANCES HASHED IN ONE PASS IN
003690* KEY SEQUENCE, THEN CHECKED AGAINST THE CONTROL RECORD ITS
003700* WRITER LEFT.  NO CONTROL FILE AT ALL MEANS THE SUBSYSTEM IS
003710* BEING BOOTSTRAPPED AND THE RUN IS ACCEPTED.  A MISMATCH STOPS
003720* THE RUN BEFORE A SINGLE ADJUSTMENT POSTS.  THE FILE STAYS
003730* OPEN I-O FOR THE KEYED UPDATES THAT FOLLOW.
003740*----------------------------------------------------------------
003750 1300-VERIFY-CUSTOMER-CONTROL.
003760     OPEN I-O CUSTOMER-FILE.
003770     SET WS-MASTER-EOF-SWITCH TO 'N'.
003780     READ CUSTOMER-FILE NEXT
003790         AT END
003800             SET MASTER-END-OF-FILE TO TRUE
003810     END-READ.
003820     PERFORM 1310-COUNT-ONE-CUSTOMER THRU 1310-EXIT
003830         UNTIL MASTER-END-OF-FILE.
003840     SET WS-CTL-FOUND-SWITCH TO 'N'.
003850     OPEN INPUT CUSTOMER-CONTROL-FILE.
003860     IF WS-CTL-FILE-STATUS = '00'
003870         READ CUSTOMER-CONTROL-FILE
003880             INTO WS-CONTROL-RECORD
003890             AT END
003900                 CONTINUE
003910             NOT AT END
003920                 SET WS-CTL-FOUND-SWITCH TO 'Y'
003930                 MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT
003940                 MOVE CTL-HASH-TOTAL TO WS-CTL-EXP-HASH
003950         END-READ
003960         CLOSE CUSTOMER-CONTROL-FILE
003970     END-IF.
003980     IF WS-CTL-FOUND-SWITCH = 'Y'
003990         AND (WS-CTL-EXP-COUNT NOT = WS-CUST-IN-COUNT
004000             OR WS-CTL-EXP-HASH NOT = WS-CUST-IN-HASH)
004010         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
004020         MOVE 'F' TO CTL-ACTION
004030     ELSE
004040         MOVE 'V' TO CTL-ACTION
004050     END-IF.
004060     MOVE 'CUSTOMER' TO CTL-FILE-ID.
004070     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
004080     MOVE WS-CUST-IN-HASH TO CTL-HASH-TOTAL.
004090     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
004100     MOVE 'ARADJ' TO CTL-SOURCE-PROGRAM.
004110     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004120     MOVE WS-CUST-IN-HASH TO WS-CUST-OUT-HASH.
004130 1300-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160 1310-COUNT-ONE-CUSTOMER.
004170     ADD 1 TO WS-CUST-IN-COUNT.
004180     ADD ACCOUNT-BALANCE TO WS-CUST-IN-HASH.
004190     READ CUSTOMER-FILE NEXT
004200         AT END
004210             SET MASTER-END-OF-FILE TO TRUE
004220     END-READ.
004230 1310-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* THE OPEN-ITEM SUBLEDGER LOADS IN FULL - A SWEEP HAS TO SEE
004270* EVERY ITEM ON FILE, AND A FINANCE CHARGE ADDS ITEMS OF ITS
004280* OWN.  AN OVERFLOW STOPS THE RUN.
004290*----------------------------------------------------------------
004300 1400-LOAD-OPEN-ITEMS.
004310     OPEN INPUT OPEN-ITEM-FILE.
004320     READ OPEN-ITEM-FILE
004330         AT END
004340             SET OPEN-ITEM-END-OF-FILE TO TRUE
004350     END-READ.
004360     PERFORM 1410-LOAD-ONE-OPEN-ITEM THRU 1410-EXIT
004370         UNTIL OPEN-ITEM-END-OF-FILE
004380         OR OPEN-TABLE-OVERFLOW.
004390     CLOSE OPEN-ITEM-FILE.
004400 1400-EXIT.
004410     EXIT.
004420*----------------------------------------------------------------
004430 1410-LOAD-ONE-OPEN-ITEM.
004440     IF WS-OPEN-ITEM-COUNT < 20000
004450         ADD 1 TO WS-OPEN-ITEM-COUNT
004460         SET OI-IDX TO WS-OPEN-ITEM-COUNT
004470         MOVE OI-CUSTOMER-ID TO OIT-CUSTOMER-ID (OI-IDX)
004480         MOVE OI-ORDER-NUMBER TO OIT-ORDER-NUMBER (OI-IDX)
004490         MOVE OI-INVOICE-DATE TO OIT-INVOICE-DATE (OI-IDX)
004500         MOVE OI-INVOICE-AMOUNT TO OIT-INVOICE-AMOUNT (OI-IDX)
004510         MOVE OI-OPEN-AMOUNT TO OIT-OPEN-AMOUNT (OI-IDX)
004520         MOVE OI-PRODUCT-ID TO OIT-PRODUCT-ID (OI-IDX)
004530         MOVE ZERO TO OIT-SWEEP-SEQ (OI-IDX)
004540     ELSE
004550         SET OPEN-TABLE-OVERFLOW TO TRUE
004560         GO TO 1410-EXIT
004570     END-IF.
004580     READ OPEN-ITEM-FILE
004590         AT END
004600             SET OPEN-ITEM-END-OF-FILE TO TRUE
004610     END-READ.
004620 1410-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
004660* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
004670* MIDNIGHT OR IS RERUN NEXT MORNING STILL POSTS TO ITS OWN DAY.
004680* THE DATE MUST FALL IN AN OPEN PERIOD ON THE PERIOD CALENDAR
004690* (PERCAL.CPY) - NO DATE RECORD, NO PERIOD, OR A CLOSED PERIOD
004700* REFUSES THE RUN BEFORE ANYTHING POSTS.
004710*----------------------------------------------------------------
004720 1900-READ-BUSINESS-DATE.
004730     MOVE ZERO TO WS-BUSINESS-DATE.
004740     OPEN INPUT BUSINESS-DATE-FILE.
004750     IF WS-BIZ-FILE-STATUS = '00'
004760         READ BUSINESS-DATE-FILE
004770             AT END
004780                 CONTINUE
004790             NOT AT END
004800                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
004810         END-READ
004820         CLOSE BUSINESS-DATE-FILE
004830     END-IF.
004840     MOVE WS-BUSINESS-DATE TO CLS-BUSINESS-DATE.
004850     IF WS-BUSINESS-DATE = ZERO
004860         MOVE 'NO DATE CONTROL RECORD - RUN STOPPED'
004870             TO CLS-REASON
004880         SET RUN-DATE-REFUSED TO TRUE
004890         GO TO 1900-EXIT
004900     END-IF.
004910     MOVE 'N' TO WS-PERIOD-STATUS-SWITCH.
004920     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
004930     OPEN INPUT PERIOD-CALENDAR-FILE.
004940     READ PERIOD-CALENDAR-FILE
004950         AT END
004960             SET PERIOD-END-OF-FILE TO TRUE
004970     END-READ.
004980     PERFORM 1910-CHECK-ONE-PERIOD THRU 1910-EXIT
004990         UNTIL PERIOD-END-OF-FILE.
005000     CLOSE PERIOD-CALENDAR-FILE.
005010     IF POSTING-PERIOD-OPEN
005020         GO TO 1900-EXIT
005030     END-IF.
005040     IF POSTING-PERIOD-CLOSED
005050         MOVE 'PERIOD IS CLOSED - RUN STOPPED' TO CLS-REASON
005060     ELSE
005070         MOVE 'NOT IN AN OPEN PERIOD - RUN STOPPED'
005080             TO CLS-REASON
005090     END-IF.
005100     SET RUN-DATE-REFUSED TO TRUE.
005110 1900-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140 1910-CHECK-ONE-PERIOD.
005150     IF WS-BUSINESS-DATE NOT < PC-START-DATE
005160         AND WS-BUSINESS-DATE NOT > PC-END-DATE
005170         MOVE PC-PERIOD-STATUS TO WS-PERIOD-STATUS-SWITCH
005180         SET PERIOD-END-OF-FILE TO TRUE
005190         GO TO 1910-EXIT
005200     END-IF.
005210     READ PERIOD-CALENDAR-FILE
005220         AT END
005230             SET PERIOD-END-OF-FILE TO TRUE
005240     END-READ.
005250 1910-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* EACH TRANSACTION IS ONE INSTRUCTION - A FINANCE-CHARGE SWEEP,
005290* A NAMED WRITE-OFF, OR A SMALL-BALANCE WRITE-OFF SWEEP.  A
005300* TRANSACTION THAT CANNOT BE CARRIED OUT AT ALL IS JOURNALED
005310* AS REJECTED; ONE THAT RUNS BUT FINDS NOTHING SAYS SO.
005320*----------------------------------------------------------------
005330 2000-PROCESS-ADJUSTMENT.
005340     MOVE ZERO TO WS-SWEEP-COUNT.
005350     IF AJ-FINANCE-CHARGE
005360         PERFORM 2100-FINANCE-CHARGE-SWEEP THRU 2100-EXIT
005370         GO TO 2000-NEXT-TRANS
005380     END-IF.
005390     IF AJ-WRITE-OFF
005400         AND AJ-ORDER-NUMBER NOT = ZERO
005410         PERFORM 2300-WRITE-OFF-NAMED-ITEM THRU 2300-EXIT
005420         GO TO 2000-NEXT-TRANS
005430     END-IF.
005440     IF AJ-WRITE-OFF
005450         PERFORM 2400-WRITE-OFF-SWEEP THRU 2400-EXIT
005460         GO TO 2000-NEXT-TRANS
005470     END-IF.
005480     MOVE 'REJECTED - UNKNOWN ADJUSTMENT TYPE'
005490         TO DTL-DISPOSITION.
005500     PERFORM 2900-PRINT-REJECT THRU 2900-EXIT.
005510 2000-NEXT-TRANS.
005520     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
005530 2000-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560* FINANCE CHARGES - THE FIRST PAST-DUE ITEM FOUND FOR A CUSTOMER
005570* STARTS THAT CUSTOMER'S CHARGE; EVERY OTHER PAST-DUE ITEM OF
005580* THEIRS IS SUMMED INTO IT AND MARKED SO IT IS NOT PICKED UP
005590* AGAIN.  NEW CHARGE ITEMS TAKE THEIR NUMBERS FROM THE
005600* TRANSACTION'S DOCUMENT RANGE, WHICH CREDIT AND COLLECTIONS
005610* KEEPS CLEAR OF THE ORDER NUMBERS ORDER ENTRY ISSUES.
005620*----------------------------------------------------------------
005630 2100-FINANCE-CHARGE-SWEEP.
005640     IF AJ-MONTHLY-RATE = ZERO
005650         MOVE 'REJECTED - NO FINANCE CHARGE RATE'
005660             TO DTL-DISPOSITION
005670         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
005680         GO TO 2100-EXIT
005690     END-IF.
005700     IF AJ-DOCUMENT-NUMBER = ZERO
005710         MOVE 'REJECTED - NO FIRST DOCUMENT NUMBER'
005720             TO DTL-DISPOSITION
005730         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
005740         GO TO 2100-EXIT
005750     END-IF.
005760     MOVE AJ-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE.
005770     IF WS-DAYS-PAST-DUE = ZERO
005780         MOVE 30 TO WS-DAYS-PAST-DUE
005790     END-IF.
005800     MOVE AJ-DOCUMENT-NUMBER TO WS-NEXT-DOCUMENT.
005810     MOVE ZERO TO WS-OUTER-IDX.
005820     PERFORM 2110-CHARGE-ONE-CUSTOMER THRU 2110-EXIT
005830         UNTIL WS-OUTER-IDX NOT < WS-OPEN-ITEM-COUNT.
005840     IF WS-SWEEP-COUNT = ZERO
005850         MOVE 'NO ITEMS PAST DUE' TO DTL-DISPOSITION
005860         PERFORM 2920-PRINT-TRANS-LINE THRU 2920-EXIT
005870     END-IF.
005880 2100-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------
005910 2110-CHARGE-ONE-CUSTOMER.
005920     ADD 1 TO WS-OUTER-IDX.
005930     SET OI-IDX TO WS-OUTER-IDX.
005940     IF OIT-SWEEP-SEQ (OI-IDX) = WS-TRANS-SEQ
005950         OR OIT-OPEN-AMOUNT (OI-IDX) = ZERO
005960         GO TO 2110-EXIT
005970     END-IF.
005980     IF AJ-CUSTOMER-ID NOT = ZERO
005990         AND OIT-CUSTOMER-ID (OI-IDX) NOT = AJ-CUSTOMER-ID
006000         GO TO 2110-EXIT
006010     END-IF.
006020     PERFORM 2150-COMPUTE-ITEM-AGE THRU 2150-EXIT.
006030     IF WS-ITEM-AGE < WS-DAYS-PAST-DUE
006040         GO TO 2110-EXIT
006050     END-IF.
006060     MOVE OIT-CUSTOMER-ID (OI-IDX) TO WS-ADJ-CUSTOMER-ID.
006070     MOVE ZERO TO WS-PAST-DUE-AMOUNT.
006080     COMPUTE WS-OI-SCAN-IDX = WS-OUTER-IDX - 1.
006090     PERFORM 2120-SUM-ONE-PAST-DUE-ITEM THRU 2120-EXIT
006100         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT.
006110     MOVE 'F' TO WS-ADJ-TYPE.
006120     MOVE WS-NEXT-DOCUMENT TO WS-ADJ-ORDER-NUMBER.
006130     MOVE WS-PAST-DUE-AMOUNT TO WS-ADJ-BASE-AMOUNT.
006140     COMPUTE WS-ADJ-AMOUNT ROUNDED =
006150         WS-PAST-DUE-AMOUNT * AJ-MONTHLY-RATE.
006160     IF WS-ADJ-AMOUNT < AJ-MINIMUM-CHARGE
006170         MOVE AJ-MINIMUM-CHARGE TO WS-ADJ-AMOUNT
006180     END-IF.
006190     IF WS-ADJ-AMOUNT = ZERO
006200         GO TO 2110-EXIT
006210     END-IF.
006220     ADD 1 TO WS-SWEEP-COUNT.
006230     PERFORM 2130-ASSESS-CHARGE THRU 2130-EXIT.
006240 2110-EXIT.
006250     EXIT.
006260*----------------------------------------------------------------
006270 2120-SUM-ONE-PAST-DUE-ITEM.
006280     ADD 1 TO WS-OI-SCAN-IDX.
006290     SET OI-IDX TO WS-OI-SCAN-IDX.
006300     IF OIT-CUSTOMER-ID (OI-IDX) = WS-ADJ-CUSTOMER-ID
006310         AND OIT-OPEN-AMOUNT (OI-IDX) > ZERO
006320         AND OIT-SWEEP-SEQ (OI-IDX) NOT = WS-TRANS-SEQ
006330         PERFORM 2150-COMPUTE-ITEM-AGE THRU 2150-EXIT
006340         IF WS-ITEM-AGE NOT < WS-DAYS-PAST-DUE
006350             ADD OIT-OPEN-AMOUNT (OI-IDX) TO WS-PAST-DUE-AMOUNT
006360             MOVE WS-TRANS-SEQ TO OIT-SWEEP-SEQ (OI-IDX)
006370         END-IF
006380     END-IF.
006390 2120-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420* THE CHARGE RAISES THE BALANCE AND OPENS ITS OWN ITEM, DATED
006430* TODAY, SO IT AGES - AND IS PAID - LIKE ANY INVOICE.
006440*----------------------------------------------------------------
006450 2130-ASSESS-CHARGE.
006460     PERFORM 2500-READ-CUSTOMER THRU 2500-EXIT.
006470     IF NOT ADJUST-CUSTOMER-FOUND
006480         MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
006490             TO DTL-DISPOSITION
006500         PERFORM 2910-REJECT-ADJUSTMENT THRU 2910-EXIT
006510         GO TO 2130-EXIT
006520     END-IF.
006530     IF WS-OPEN-ITEM-COUNT NOT < 20000
006540         MOVE 'REJECTED - OPEN-ITEM TABLE FULL'
006550             TO DTL-DISPOSITION
006560         PERFORM 2910-REJECT-ADJUSTMENT THRU 2910-EXIT
006570         GO TO 2130-EXIT
006580     END-IF.
006590     COMPUTE WS-BALANCE-ROOM = 9999999.99 - ACCOUNT-BALANCE.
006600     IF WS-ADJ-AMOUNT > WS-BALANCE-ROOM
006610         MOVE 'REJECTED - BALANCE WOULD OVERFLOW'
006620             TO DTL-DISPOSITION
006630         PERFORM 2910-REJECT-ADJUSTMENT THRU 2910-EXIT
006640         GO TO 2130-EXIT
006650     END-IF.
006660     MOVE ACCOUNT-BALANCE TO WS-OLD-ACCOUNT-BALANCE.
006670     ADD WS-ADJ-AMOUNT TO ACCOUNT-BALANCE.
006680     REWRITE CUSTOMER-RECORD.
006690     ADD WS-ADJ-AMOUNT TO WS-CUST-OUT-HASH.
006700     ADD 1 TO WS-OPEN-ITEM-COUNT.
006710     SET OI-IDX TO WS-OPEN-ITEM-COUNT.
006720     MOVE WS-ADJ-CUSTOMER-ID TO OIT-CUSTOMER-ID (OI-IDX).
006730     MOVE WS-ADJ-ORDER-NUMBER TO OIT-ORDER-NUMBER (OI-IDX).
006740     MOVE WS-RUN-DATE TO OIT-INVOICE-DATE (OI-IDX).
006750     MOVE WS-ADJ-AMOUNT TO OIT-INVOICE-AMOUNT (OI-IDX).
006760     MOVE WS-ADJ-AMOUNT TO OIT-OPEN-AMOUNT (OI-IDX).
006770     MOVE ZERO TO OIT-PRODUCT-ID (OI-IDX).
006780     MOVE WS-TRANS-SEQ TO OIT-SWEEP-SEQ (OI-IDX).
006790     ADD 1 TO WS-NEXT-DOCUMENT.
006800     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
006810     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
006820     ADD 1 TO WS-CHARGE-COUNT.
006830     ADD WS-ADJ-AMOUNT TO WS-CHARGE-AMOUNT.
006840     MOVE 'CHARGED - NEW OPEN ITEM' TO DTL-DISPOSITION.
006850     PERFORM 2950-PRINT-DETAIL THRU 2950-EXIT.
006860 2130-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890* DAYS FROM THE INVOICE DATE OF THE ITEM OI-IDX POINTS AT TO
006900* THE RUN DATE, COUNTED THE WAY ARAGE COUNTS THEM.
006910*----------------------------------------------------------------
006920 2150-COMPUTE-ITEM-AGE.
006930     MOVE OIT-INVOICE-DATE (OI-IDX) TO WS-DATE-WORK.
006940     COMPUTE WS-INVOICE-ORDINAL =
006950         (WS-WORK-YEAR * 360) + (WS-WORK-MONTH * 30)
006960         + WS-WORK-DAY.
006970     COMPUTE WS-ITEM-AGE =
006980         WS-TODAY-ORDINAL - WS-INVOICE-ORDINAL.
006990 2150-EXIT.
007000     EXIT.
007010*----------------------------------------------------------------
007020* A NAMED WRITE-OFF TAKES THE ORDER'S ITEMS FOR THAT CUSTOMER -
007030* ORDPOST'S ITEM AND ANY BACKREL OPENED UNDER THE SAME ORDER
007040* NUMBER - FOR THE AMOUNT KEYED, OR ALL OF WHAT IS STILL OPEN
007050* ON THEM WHEN NO AMOUNT IS KEYED.  THE ITEMS ARE RELIEVED IN
007060* FILE ORDER AND THE WRITE-OFF JOURNALS AND AUDITS AS ONE.
007070*----------------------------------------------------------------
007080 2300-WRITE-OFF-NAMED-ITEM.
007090     IF AJ-CUSTOMER-ID = ZERO
007100         MOVE 'REJECTED - NO CUSTOMER FOR NAMED ITEM'
007110             TO DTL-DISPOSITION
007120         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
007130         GO TO 2300-EXIT
007140     END-IF.
007150     MOVE ZERO TO WS-ORDER-OPEN-AMOUNT.
007160     MOVE ZERO TO WS-OI-SCAN-IDX.
007170     PERFORM 2310-SUM-ONE-NAMED-ITEM THRU 2310-EXIT
007180         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT.
007190     IF WS-ORDER-OPEN-AMOUNT = ZERO
007200         MOVE 'REJECTED - NO OPEN ITEM FOR ORDER'
007210             TO DTL-DISPOSITION
007220         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
007230         GO TO 2300-EXIT
007240     END-IF.
007250     IF AJ-AMOUNT > WS-ORDER-OPEN-AMOUNT
007260         MOVE 'REJECTED - AMOUNT EXCEEDS OPEN ITEM'
007270             TO DTL-DISPOSITION
007280         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
007290         GO TO 2300-EXIT
007300     END-IF.
007310     MOVE 'W' TO WS-ADJ-TYPE.
007320     MOVE AJ-CUSTOMER-ID TO WS-ADJ-CUSTOMER-ID.
007330     MOVE AJ-ORDER-NUMBER TO WS-ADJ-ORDER-NUMBER.
007340     MOVE WS-ORDER-OPEN-AMOUNT TO WS-ADJ-BASE-AMOUNT.
007350     IF AJ-AMOUNT = ZERO
007360         MOVE WS-ORDER-OPEN-AMOUNT TO WS-ADJ-AMOUNT
007370     ELSE
007380         MOVE AJ-AMOUNT TO WS-ADJ-AMOUNT
007390     END-IF.
007400     PERFORM 2500-READ-CUSTOMER THRU 2500-EXIT.
007410     IF NOT ADJUST-CUSTOMER-FOUND
007420         MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
007430             TO DTL-DISPOSITION
007440         PERFORM 2910-REJECT-ADJUSTMENT THRU 2910-EXIT
007450         GO TO 2300-EXIT
007460     END-IF.
007470     IF WS-ADJ-AMOUNT > ACCOUNT-BALANCE
007480         MOVE 'REJECTED - WRITE-OFF EXCEEDS BALANCE'
007490             TO DTL-DISPOSITION
007500         PERFORM 2910-REJECT-ADJUSTMENT THRU 2910-EXIT
007510         GO TO 2300-EXIT
007520     END-IF.
007530     MOVE WS-ADJ-AMOUNT TO WS-REMAINING-AMOUNT.
007540     MOVE ZERO TO WS-OI-SCAN-IDX.
007550     PERFORM 2320-RELIEVE-ONE-NAMED-ITEM THRU 2320-EXIT
007560         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT
007570         OR WS-REMAINING-AMOUNT = ZERO.
007580     MOVE 'WRITTEN OFF - NAMED ITEM' TO DTL-DISPOSITION.
007590     PERFORM 2450-POST-WRITE-OFF THRU 2450-EXIT.
007600 2300-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630 2310-SUM-ONE-NAMED-ITEM.
007640     ADD 1 TO WS-OI-SCAN-IDX.
007650     SET OI-IDX TO WS-OI-SCAN-IDX.
007660     IF OIT-CUSTOMER-ID (OI-IDX) = AJ-CUSTOMER-ID
007670         AND OIT-ORDER-NUMBER (OI-IDX) = AJ-ORDER-NUMBER
007680         ADD OIT-OPEN-AMOUNT (OI-IDX) TO WS-ORDER-OPEN-AMOUNT
007690     END-IF.
007700 2310-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730 2320-RELIEVE-ONE-NAMED-ITEM.
007740     ADD 1 TO WS-OI-SCAN-IDX.
007750     SET OI-IDX TO WS-OI-SCAN-IDX.
007760     IF OIT-CUSTOMER-ID (OI-IDX) NOT = AJ-CUSTOMER-ID
007770         OR OIT-ORDER-NUMBER (OI-IDX) NOT = AJ-ORDER-NUMBER
007780         OR OIT-OPEN-AMOUNT (OI-IDX) = ZERO
007790         GO TO 2320-EXIT
007800     END-IF.
007810     IF WS-REMAINING-AMOUNT < OIT-OPEN-AMOUNT (OI-IDX)
007820         MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
007830     ELSE
007840         MOVE OIT-OPEN-AMOUNT (OI-IDX) TO WS-APPLY-AMOUNT
007850     END-IF.
007860     SUBTRACT WS-APPLY-AMOUNT FROM OIT-OPEN-AMOUNT (OI-IDX).
007870     SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING-AMOUNT.
007880 2320-EXIT.
007890     EXIT.
007900*----------------------------------------------------------------
007910* SMALL-BALANCE SWEEP - EVERY OPEN ITEM UNDER THE THRESHOLD, FOR
007920* THE CUSTOMER NAMED OR FOR ALL OF THEM, IS WRITTEN OFF IN FULL,
007930* ONE JOURNAL LINE AND ONE HISTORY RECORD PER ITEM.
007940*----------------------------------------------------------------
007950 2400-WRITE-OFF-SWEEP.
007960     IF AJ-THRESHOLD-AMOUNT = ZERO
007970         MOVE 'REJECTED - NO WRITE-OFF THRESHOLD'
007980             TO DTL-DISPOSITION
007990         PERFORM 2900-PRINT-REJECT THRU 2900-EXIT
008000         GO TO 2400-EXIT
008010     END-IF.
008020     MOVE ZERO TO WS-OUTER-IDX.
008030     PERFORM 2410-WRITE-OFF-ONE-ITEM THRU 2410-EXIT
008040         UNTIL WS-OUTER-IDX NOT < WS-OPEN-ITEM-COUNT.
008050     IF WS-SWEEP-COUNT = ZERO
008060         MOVE 'NO ITEMS UNDER THRESHOLD' TO DTL-DISPOSITION
008070         PERFORM 2920-PRINT-TRANS-LINE THRU 2920-EXIT
008080     END-IF.
008090 2400-EXIT.
008100     EXIT.
008110*----------------------------------------------------------------
008120 2410-WRITE-OFF-ONE-ITEM.
008130     ADD 1 TO WS-OUTER-IDX.
008140     SET OI-IDX TO WS-OUTER-IDX.
008150     IF OIT-OPEN-AMOUNT (OI-IDX) = ZERO
008160         OR OIT-OPEN-AMOUNT (OI-IDX) NOT < AJ-THRESHOLD-AMOUNT
008170         GO TO 2410-EXIT
008180     END-IF.
008190     IF AJ-CUSTOMER-ID NOT = ZERO
008200         AND OIT-CUSTOMER-ID (OI-IDX) NOT = AJ-CUSTOMER-ID
008210         GO TO 2410-EXIT
008220     END-IF.
008230     ADD 1 TO WS-SWEEP-COUNT.
008240     MOVE 'W' TO WS-ADJ-TYPE.
008250     MOVE OIT-CUSTOMER-ID (OI-IDX) TO WS-ADJ-CUSTOMER-ID.
008260     MOVE OIT-ORDER-NUMBER (OI-IDX) TO WS-ADJ-ORDER-NUMBER.
008270     MOVE OIT-OPEN-AMOUNT (OI-IDX) TO WS-ADJ-BASE-AMOUNT.
008280     MOVE OIT-OPEN-AMOUNT (OI-IDX) TO WS-ADJ-AMOUNT.
008290     PERFORM 2500-READ-CUSTOMER THRU 2500-EXIT.
008300     IF NOT ADJUST-CUSTOMER-FOUND
008310         MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
008320             TO DTL-DISPOSITION
008330         PERFORM 2910-REJECT-ADJUSTMENT THRU 2910-EXIT
008340         GO TO 2410-EXIT
008350     END-IF.
008360     IF WS-ADJ-AMOUNT > ACCOUNT-BALANCE
008370         MOVE 'REJECTED - WRITE-OFF EXCEEDS BALANCE'
008380             TO DTL-DISPOSITION
008390         PERFORM 2910-REJECT-ADJUSTMENT THRU 2910-EXIT
008400         GO TO 2410-EXIT
008410     END-IF.
008420     SET OI-IDX TO WS-OUTER-IDX.
008430     MOVE ZERO TO OIT-OPEN-AMOUNT (OI-IDX).
008440     MOVE 'WRITTEN OFF - UNDER THRESHOLD' TO DTL-DISPOSITION.
008450     PERFORM 2450-POST-WRITE-OFF THRU 2450-EXIT.
008460 2410-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------
008490* THE CUSTOMER SIDE OF A WRITE-OFF ONCE ITS ITEMS ARE RELIEVED -
008500* BALANCE DOWN, HISTORY, AUDIT AND THE JOURNAL LINE.
008510*----------------------------------------------------------------
008520 2450-POST-WRITE-OFF.
008530     MOVE ACCOUNT-BALANCE TO WS-OLD-ACCOUNT-BALANCE.
008540     SUBTRACT WS-ADJ-AMOUNT FROM ACCOUNT-BALANCE.
008550     REWRITE CUSTOMER-RECORD.
008560     SUBTRACT WS-ADJ-AMOUNT FROM WS-CUST-OUT-HASH.
008570     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
008580     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
008590     ADD 1 TO WS-WRITE-OFF-COUNT.
008600     ADD WS-ADJ-AMOUNT TO WS-WRITE-OFF-AMOUNT.
008610     PERFORM 2950-PRINT-DETAIL THRU 2950-EXIT.
008620 2450-EXIT.
008630     EXIT.
008640*----------------------------------------------------------------
008650 2500-READ-CUSTOMER.
008660     SET WS-CUSTOMER-FOUND-SWITCH TO 'N'.
008670     MOVE WS-ADJ-CUSTOMER-ID TO CUSTOMER-ID.
008680     READ CUSTOMER-FILE
008690         INVALID KEY
008700             CONTINUE
008710         NOT INVALID KEY
008720             SET ADJUST-CUSTOMER-FOUND TO TRUE
008730     END-READ.
008740 2500-EXIT.
008750     EXIT.
008760*----------------------------------------------------------------
008770 2600-WRITE-HISTORY.
008780     MOVE WS-RUN-DATE TO AH-POSTED-DATE.
008790     MOVE WS-ADJ-CUSTOMER-ID TO AH-CUSTOMER-ID.
008800     MOVE WS-ADJ-ORDER-NUMBER TO AH-ORDER-NUMBER.
008810     MOVE WS-ADJ-TYPE TO AH-ADJUSTMENT-TYPE.
008820     MOVE WS-ADJ-AMOUNT TO AH-AMOUNT.
008830     WRITE ADJUSTMENT-HISTORY-RECORD.
008840 2600-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870 2700-WRITE-AUDIT.
008880     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
008890     ACCEPT WS-AUDIT-TIME FROM TIME.
008900     MOVE SPACE TO AUDIT-RECORD.
008910     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
008920     MOVE 'ARADJ' TO AUD-SOURCE-PROGRAM.
008930     SET AUD-CUSTOMER-MASTER TO TRUE.
008940     MOVE WS-ADJ-CUSTOMER-ID TO AUD-KEY.
008950     MOVE CUSTOMER-STATUS TO AUD-OLD-CUSTOMER-STATUS.
008960     MOVE CUSTOMER-STATUS TO AUD-NEW-CUSTOMER-STATUS.
008970     MOVE WS-OLD-ACCOUNT-BALANCE TO AUD-OLD-ACCOUNT-BALANCE.
008980     MOVE ACCOUNT-BALANCE TO AUD-NEW-ACCOUNT-BALANCE.
008990     WRITE AUDIT-RECORD.
009000 2700-EXIT.
009010     EXIT.
009020*----------------------------------------------------------------
009030* A TRANSACTION REFUSED OUTRIGHT PRINTS WITH WHAT WAS KEYED.
009040*----------------------------------------------------------------
009050 2900-PRINT-REJECT.
009060     ADD 1 TO WS-REJECTED-COUNT.
009070     PERFORM 2920-PRINT-TRANS-LINE THRU 2920-EXIT.
009080 2900-EXIT.
009090     EXIT.
009100*----------------------------------------------------------------
009110* ONE ADJUSTMENT INSIDE A TRANSACTION REFUSED - THE REST OF THE
009120* SWEEP CARRIES ON.
009130*----------------------------------------------------------------
009140 2910-REJECT-ADJUSTMENT.
009150     ADD 1 TO WS-ADJ-REJECTED-COUNT.
009160     PERFORM 2950-PRINT-DETAIL THRU 2950-EXIT.
009170 2910-EXIT.
009180     EXIT.
009190*----------------------------------------------------------------
009200 2920-PRINT-TRANS-LINE.
009210     MOVE AJ-ADJUSTMENT-TYPE TO WS-ADJ-TYPE.
009220     MOVE AJ-CUSTOMER-ID TO WS-ADJ-CUSTOMER-ID.
009230     MOVE AJ-ORDER-NUMBER TO WS-ADJ-ORDER-NUMBER.
009240     MOVE ZERO TO WS-ADJ-BASE-AMOUNT.
009250     MOVE AJ-AMOUNT TO WS-ADJ-AMOUNT.
009260     PERFORM 2950-PRINT-DETAIL THRU 2950-EXIT.
009270 2920-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------
009300 2950-PRINT-DETAIL.
009310     IF WS-ADJ-TYPE = 'F'
009320         MOVE 'FINANCE CHARGE' TO DTL-TYPE
009330     ELSE
009340         IF WS-ADJ-TYPE = 'W'
009350             MOVE 'WRITE-OFF' TO DTL-TYPE
009360         ELSE
009370             MOVE WS-ADJ-TYPE TO DTL-TYPE
009380         END-IF
009390     END-IF.
009400     MOVE WS-ADJ-CUSTOMER-ID TO DTL-CUSTOMER-ID.
009410     MOVE WS-ADJ-ORDER-NUMBER TO DTL-ORDER-NUMBER.
009420     MOVE WS-ADJ-BASE-AMOUNT TO DTL-BASE-AMOUNT.
009430     MOVE WS-ADJ-AMOUNT TO DTL-AMOUNT.
009440     WRITE JOURNAL-LINE FROM DTL-LINE.
009450 2950-EXIT.
009460     EXIT.
009470*----------------------------------------------------------------
009480 3000-FINISH-UP.
009490     PERFORM 3400-WRITE-OPEN-ITEMS THRU 3400-EXIT.
009500     MOVE SPACE TO JOURNAL-LINE.
009510     WRITE JOURNAL-LINE.
009520     MOVE 'FINANCE CHARGES - COUNT / AMOUNT:' TO TOT-TEXT.
009530     MOVE WS-CHARGE-COUNT TO TOT-COUNT.
009540     MOVE WS-CHARGE-AMOUNT TO TOT-AMOUNT.
009550     WRITE JOURNAL-LINE FROM TOTAL-LINE.
009560     MOVE 'WRITE-OFFS - COUNT / AMOUNT:' TO TOT-TEXT.
009570     MOVE WS-WRITE-OFF-COUNT TO TOT-COUNT.
009580     MOVE WS-WRITE-OFF-AMOUNT TO TOT-AMOUNT.
009590     WRITE JOURNAL-LINE FROM TOTAL-LINE.
009600     MOVE 'ADJUSTMENTS REJECTED:' TO TOT-TEXT.
009610     MOVE WS-ADJ-REJECTED-COUNT TO TOT-COUNT.
009620     MOVE ZERO TO TOT-AMOUNT.
009630     WRITE JOURNAL-LINE FROM TOTAL-LINE.
009640     MOVE 'TRANSACTIONS REJECTED:' TO TOT-TEXT.
009650     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
009660     MOVE ZERO TO TOT-AMOUNT.
009670     WRITE JOURNAL-LINE FROM TOTAL-LINE.
009680     CLOSE ADJUSTMENT-TRANS-FILE.
009690     CLOSE CUSTOMER-FILE.
009700     PERFORM 3300-WRITE-CUSTOMER-CONTROL THRU 3300-EXIT.
009710     CLOSE AUDIT-FILE.
009720     CLOSE ADJUSTMENT-HISTORY-FILE.
009730     CLOSE JOURNAL-FILE.
009740     CLOSE BALANCE-LOG-FILE.
009750 3000-EXIT.
009760     EXIT.
009770*----------------------------------------------------------------
009780* THE NEW MASTER'S CONTROL RECORD - WHAT TOMORROW'S READERS
009790* MUST COUNT AND HASH TO BE ALLOWED TO RUN.
009800*----------------------------------------------------------------
009810 3300-WRITE-CUSTOMER-CONTROL.
009820     MOVE 'CUSTOMER' TO CTL-FILE-ID.
009830     MOVE WS-CUST-IN-COUNT TO CTL-RECORD-COUNT.
009840     MOVE WS-CUST-OUT-HASH TO CTL-HASH-TOTAL.
009850     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
009860     MOVE 'ARADJ' TO CTL-SOURCE-PROGRAM.
009870     MOVE 'W' TO CTL-ACTION.
009880     OPEN OUTPUT CUSTOMER-CONTROL-FILE.
009890     WRITE CUSTOMER-CONTROL-RECORD FROM WS-CONTROL-RECORD.
009900     CLOSE CUSTOMER-CONTROL-FILE.
009910     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
009920 3300-EXIT.
009930     EXIT.
009940*----------------------------------------------------------------
009950* THE SUBLEDGER GOES BACK OUT WITH ONLY THE ITEMS STILL OPEN -
009960* THE NEW FINANCE-CHARGE ITEMS ON THE END.
009970*----------------------------------------------------------------
009980 3400-WRITE-OPEN-ITEMS.
009990     OPEN OUTPUT NEW-OPEN-ITEM-FILE.
010000     MOVE ZERO TO WS-OI-SCAN-IDX.
010010     PERFORM 3410-WRITE-ONE-OPEN-ITEM THRU 3410-EXIT
010020         UNTIL WS-OI-SCAN-IDX NOT < WS-OPEN-ITEM-COUNT.
010030     CLOSE NEW-OPEN-ITEM-FILE.
010040 3400-EXIT.
010050     EXIT.
010060*----------------------------------------------------------------
010070 3410-WRITE-ONE-OPEN-ITEM.
010080     ADD 1 TO WS-OI-SCAN-IDX.
010090     SET OI-IDX TO WS-OI-SCAN-IDX.
010100     IF OIT-OPEN-AMOUNT (OI-IDX) > ZERO
010110         MOVE OIT-CUSTOMER-ID (OI-IDX) TO NOI-CUSTOMER-ID
010120         MOVE OIT-ORDER-NUMBER (OI-IDX) TO NOI-ORDER-NUMBER
010130         MOVE OIT-INVOICE-DATE (OI-IDX) TO NOI-INVOICE-DATE
010140         MOVE OIT-INVOICE-AMOUNT (OI-IDX)
010150             TO NOI-INVOICE-AMOUNT
010160         MOVE OIT-OPEN-AMOUNT (OI-IDX) TO NOI-OPEN-AMOUNT
010170         MOVE OIT-PRODUCT-ID (OI-IDX) TO NOI-PRODUCT-ID
010180         WRITE NEW-OPEN-ITEM-RECORD FROM WS-NEW-OPEN-ITEM
010190         ADD 1 TO WS-ITEMS-OPEN-COUNT
010200     ELSE
010210         ADD 1 TO WS-ITEMS-RETIRED-COUNT
010220     END-IF.
010230 3410-EXIT.
010240     EXIT.
010250*----------------------------------------------------------------
010260* THE BUSINESS DATE WAS REFUSED - SAY WHY AND HAND OPERATIONS A
010270* NONZERO RETURN CODE.  NOTHING HAS BEEN POSTED OR WRITTEN.
010280*----------------------------------------------------------------
010290 3850-DATE-REFUSED-STOP.
010300     WRITE JOURNAL-LINE FROM CLS-STOP-LINE.
010310     CLOSE JOURNAL-FILE.
010320     CLOSE BALANCE-LOG-FILE.
010330     MOVE 16 TO RETURN-CODE.
010340 3850-EXIT.
010350     EXIT.
010360*----------------------------------------------------------------
010370* THE MASTER FAILED ITS CONTROL CHECK - REPORT WHAT WAS
010380* EXPECTED AGAINST WHAT WAS COUNTED AND HAND OPERATIONS A
010390* NONZERO RETURN CODE.  NOTHING HAS BEEN APPLIED OR WRITTEN.
010400*----------------------------------------------------------------
010410 3900-OUT-OF-BALANCE-STOP.
010420     WRITE JOURNAL-LINE FROM OOB-TITLE-LINE.
010430     MOVE SPACE TO OOB-DETAIL-LINE.
010440     MOVE 'CONTROL EXPECTED: ' TO OOB-LABEL.
010450     MOVE WS-CTL-EXP-COUNT TO OOB-COUNT.
010460     MOVE WS-CTL-EXP-HASH TO OOB-HASH.
010470     WRITE JOURNAL-LINE FROM OOB-DETAIL-LINE.
010480     MOVE SPACE TO OOB-DETAIL-LINE.
010490     MOVE 'MASTER COUNTED:   ' TO OOB-LABEL.
010500     MOVE WS-CUST-IN-COUNT TO OOB-COUNT.
010510     MOVE WS-CUST-IN-HASH TO OOB-HASH.
010520     WRITE JOURNAL-LINE FROM OOB-DETAIL-LINE.
010530     CLOSE CUSTOMER-FILE.
010540     CLOSE JOURNAL-FILE.
010550     CLOSE BALANCE-LOG-FILE.
010560     MOVE 16 TO RETURN-CODE.
010570 3900-EXIT.
010580     EXIT.
010590*----------------------------------------------------------------
010600* THE OPEN-ITEM SUBLEDGER OVERRAN ITS TABLE - STOP BEFORE A
010610* SINGLE ADJUSTMENT POSTS.  RESTART ONCE THE TABLE IS SIZED UP.
010620*----------------------------------------------------------------
010630 3950-OPEN-OVERFLOW-STOP.
010640     WRITE JOURNAL-LINE FROM OI-OVFL-LINE.
010650     CLOSE CUSTOMER-FILE.
010660     CLOSE JOURNAL-FILE.
010670     CLOSE BALANCE-LOG-FILE.
010680     MOVE 16 TO RETURN-CODE.
010690 3950-EXIT.
010700     EXIT.
