000180*----------------------------------------------------------------
000190* 2026-09-02 DW   INITIAL VERSION - EFFECTIVE-DATED UNIT COST
000200*                 MAINTENANCE
000210* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000220*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000230*                 CLOCK.  RENUMBERED
000240* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000250*                 ORDER
000260*----------------------------------------------------------------
000270* THIS PROGRAM APPLIES COST CHANGE TRANSACTIONS (CSTCHG.CPY)
000280* AGAINST THE INDEXED PRODUCT MASTER, THE SAME SCHEME PRCMAINT
000290* USES FOR SELLING PRICES.  A CHANGE WHOSE EFFECTIVE DATE HAS
000300* ARRIVED RESTATES ITS PRODUCT'S UNIT-COST DIRECTLY BY KEY AND
000310* WRITES THE OLD AND NEW COST TO AUDIT-FILE.  A FUTURE-DATED
000320* CHANGE IS CARRIED FORWARD ON THE PENDING FILE, WHICH IS
000330* CONCATENATED IN FRONT OF THE NEXT DAY'S NEW CHANGES, SO
000340* PURCHASING CAN KEY AN INCREASE WEEKS AHEAD AND FORGET IT.  A
000350* CHANGE FOR A PRODUCT NOT ON THE MASTER IS REFUSED AND
000360* REPORTED.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT COST-CHANGE-FILE ASSIGN TO CSTIN
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT PENDING-CHANGE-FILE ASSIGN TO CSTPEND
000470         ORGANIZATION IS SEQUENTIAL.
000480     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS PRODUCT-ID.
000520     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT REPORT-FILE ASSIGN TO CSTRPT
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-BIZ-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  COST-CHANGE-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY "cstchg.cpy".
000650 FD  PENDING-CHANGE-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  PENDING-CHANGE-RECORD       PIC X(23).
000690 FD  PRODUCT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY "product.cpy".
000730 FD  AUDIT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY "audit.cpy".
000770 FD  REPORT-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE OMITTED.
000800 01  REPORT-LINE                 PIC X(132).
000810 FD  BUSINESS-DATE-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 COPY "bizdate.cpy".
000850 WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* BUSINESS DATE
000880*----------------------------------------------------------------
000890 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
000900 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000910*----------------------------------------------------------------
000920* SWITCHES, COUNTERS AND WORK FIELDS
000930*----------------------------------------------------------------
000940 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000950     88  END-OF-FILE                       VALUE 'Y'.
000960 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000970 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000980 77  WS-OLD-UNIT-COST            PIC 9(05)V99 VALUE ZERO.
000990 77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
001000 77  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
001010 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001020 01  WS-AUDIT-TIMESTAMP.
001030     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001040     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
001050*----------------------------------------------------------------
001060* REPORT HEADINGS AND DETAIL LINES
001070*----------------------------------------------------------------
001080 01  HDG-TITLE-LINE.
001090     05  FILLER                  PIC X(01) VALUE SPACE.
001100     05  FILLER                  PIC X(32) VALUE
001110         'COST CHANGE APPLICATION REPORT'.
001120     05  FILLER                  PIC X(06) VALUE 'DATE'.
001130     05  HDG-RUN-DATE            PIC 9(08).
001140 01  HDG-COLUMN-LINE.
001150     05  FILLER                  PIC X(01) VALUE SPACE.
001160     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
001170     05  FILLER                  PIC X(03) VALUE SPACE.
001180     05  FILLER                  PIC X(08) VALUE 'OLD COST'.
001190     05  FILLER                  PIC X(04) VALUE SPACE.
001200     05  FILLER                  PIC X(08) VALUE 'NEW COST'.
001210     05  FILLER                  PIC X(04) VALUE SPACE.
001220     05  FILLER                  PIC X(09) VALUE 'EFFECTIVE'.
001230     05  FILLER                  PIC X(03) VALUE SPACE.
001240     05  FILLER                  PIC X(20) VALUE 'DISPOSITION'.
001250 01  DTL-LINE.
001260     05  FILLER                  PIC X(01) VALUE SPACE.
001270     05  DTL-PRODUCT-ID          PIC 9(08).
001280     05  FILLER                  PIC X(04) VALUE SPACE.
001290     05  DTL-OLD-COST            PIC ZZ,ZZ9.99.
001300     05  FILLER                  PIC X(03) VALUE SPACE.
001310     05  DTL-NEW-COST            PIC ZZ,ZZ9.99.
001320     05  FILLER                  PIC X(02) VALUE SPACE.
001330     05  DTL-EFFECTIVE-DATE      PIC 9(08).
001340     05  FILLER                  PIC X(04) VALUE SPACE.
001350     05  DTL-DISPOSITION         PIC X(20).
001360 01  TOTAL-LINE.
001370     05  FILLER                  PIC X(01) VALUE SPACE.
001380     05  TOT-TEXT                PIC X(30).
001390     05  TOT-COUNT               PIC ZZZZ9.
001400 PROCEDURE DIVISION.
001410*----------------------------------------------------------------
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
001450         UNTIL END-OF-FILE.
001460     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
001470     STOP RUN.
001480*----------------------------------------------------------------
001490 1000-INITIALIZE.
001500     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
001510     OPEN INPUT COST-CHANGE-FILE.
001520     OPEN OUTPUT PENDING-CHANGE-FILE.
001530     OPEN I-O PRODUCT-FILE.
001540     OPEN OUTPUT AUDIT-FILE.
001550     OPEN OUTPUT REPORT-FILE.
001560     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
001570     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
001580     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
001590     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
001600     PERFORM 1100-READ-CHANGE THRU 1100-EXIT.
001610 1000-EXIT.
001620     EXIT.
001630*----------------------------------------------------------------
001640 1100-READ-CHANGE.
001650     READ COST-CHANGE-FILE
001660         AT END
001670             SET END-OF-FILE TO TRUE
001680     END-READ.
001690 1100-EXIT.
001700     EXIT.
001710*----------------------------------------------------------------
001720* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
001730* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
001740* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
001750* NO RECORD MEANS THE RUN DATE, AS BEFORE.
001760*----------------------------------------------------------------
001770 1900-READ-BUSINESS-DATE.
001780     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
001790     OPEN INPUT BUSINESS-DATE-FILE.
001800     IF WS-BIZ-FILE-STATUS = '00'
001810         READ BUSINESS-DATE-FILE
001820             AT END
001830                 CONTINUE
001840             NOT AT END
001850                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001860         END-READ
001870         CLOSE BUSINESS-DATE-FILE
001880     END-IF.
001890 1900-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001920 2000-PROCESS-CHANGE.
001930     MOVE SPACE TO DTL-LINE.
001940     MOVE CC-PRODUCT-ID TO DTL-PRODUCT-ID.
001950     MOVE CC-NEW-UNIT-COST TO DTL-NEW-COST.
001960     MOVE CC-EFFECTIVE-DATE TO DTL-EFFECTIVE-DATE.
001970     IF CC-EFFECTIVE-DATE > WS-TODAY-DATE
001980         WRITE PENDING-CHANGE-RECORD
001990             FROM COST-CHANGE-TRANSACTION
002000         ADD 1 TO WS-PENDING-COUNT
002010         MOVE ZERO TO DTL-OLD-COST
002020         MOVE 'PENDING - NOT YET DUE' TO DTL-DISPOSITION
002030         WRITE REPORT-LINE FROM DTL-LINE
002040     ELSE
002050         PERFORM 2100-APPLY-CHANGE THRU 2100-EXIT
002060     END-IF.
002070     PERFORM 1100-READ-CHANGE THRU 1100-EXIT.
002080 2000-EXIT.
002090     EXIT.
002100*----------------------------------------------------------------
002110 2100-APPLY-CHANGE.
002120     SET WS-PROD-FOUND-SWITCH TO 'N'.
002130     MOVE CC-PRODUCT-ID TO PRODUCT-ID.
002140     READ PRODUCT-FILE
002150         INVALID KEY
002160             CONTINUE
002170         NOT INVALID KEY
002180             SET WS-PROD-FOUND-SWITCH TO 'Y'
002190     END-READ.
002200     IF WS-PROD-FOUND-SWITCH NOT = 'Y'
002210         MOVE ZERO TO DTL-OLD-COST
002220         MOVE 'PRODUCT NOT ON MASTER' TO DTL-DISPOSITION
002230         WRITE REPORT-LINE FROM DTL-LINE
002240         ADD 1 TO WS-REJECTED-COUNT
002250         GO TO 2100-EXIT
002260     END-IF.
002270     MOVE UNIT-COST TO WS-OLD-UNIT-COST.
002280     MOVE CC-NEW-UNIT-COST TO UNIT-COST.
002290     REWRITE PRODUCT-RECORD.
002300     PERFORM 2200-WRITE-AUDIT THRU 2200-EXIT.
002310     MOVE WS-OLD-UNIT-COST TO DTL-OLD-COST.
002320     MOVE 'APPLIED' TO DTL-DISPOSITION.
002330     WRITE REPORT-LINE FROM DTL-LINE.
002340     ADD 1 TO WS-APPLIED-COUNT.
002350 2100-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------
002380 2200-WRITE-AUDIT.
002390     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
002400     ACCEPT WS-AUDIT-TIME FROM TIME.
002410     MOVE SPACE TO AUDIT-RECORD.
002420     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
002430     MOVE 'COSTMNT' TO AUD-SOURCE-PROGRAM.
002440     SET AUD-PRODUCT-MASTER TO TRUE.
002450     MOVE CC-PRODUCT-ID TO AUD-KEY.
002460     MOVE PRODUCT-STATUS TO AUD-OLD-PRODUCT-STATUS.
002470     MOVE PRODUCT-STATUS TO AUD-NEW-PRODUCT-STATUS.
002480     MOVE UNIT-PRICE TO AUD-OLD-UNIT-PRICE.
002490     MOVE UNIT-PRICE TO AUD-NEW-UNIT-PRICE.
002500     MOVE WS-OLD-UNIT-COST TO AUD-OLD-UNIT-COST.
002510     MOVE UNIT-COST TO AUD-NEW-UNIT-COST.
002520     MOVE QUANTITY-ON-HAND TO AUD-OLD-QUANTITY-ON-HAND.
002530     MOVE QUANTITY-ON-HAND TO AUD-NEW-QUANTITY-ON-HAND.
002540     WRITE AUDIT-RECORD.
002550 2200-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580 3000-FINISH-UP.
002590     MOVE SPACE TO REPORT-LINE.
002600     WRITE REPORT-LINE.
002610     MOVE 'CHANGES APPLIED:' TO TOT-TEXT.
002620     MOVE WS-APPLIED-COUNT TO TOT-COUNT.
002630     WRITE REPORT-LINE FROM TOTAL-LINE.
002640     MOVE 'CHANGES PENDING:' TO TOT-TEXT.
002650     MOVE WS-PENDING-COUNT TO TOT-COUNT.
002660     WRITE REPORT-LINE FROM TOTAL-LINE.
002670     MOVE 'CHANGES REJECTED:' TO TOT-TEXT.
002680     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
002690     WRITE REPORT-LINE FROM TOTAL-LINE.
002700     CLOSE COST-CHANGE-FILE.
002710     CLOSE PENDING-CHANGE-FILE.
002720     CLOSE PRODUCT-FILE.
002730     CLOSE AUDIT-FILE.
002740     CLOSE REPORT-FILE.
002750 3000-EXIT.
002760     EXIT.
