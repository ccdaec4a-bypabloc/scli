000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-08-21 DW   INITIAL VERSION - EFFECTIVE-DATED REPRICING
000200* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000210*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000220*                 CLOCK.  RENUMBERED
000230* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000240*                 ORDER
000250*----------------------------------------------------------------
000260* THIS PROGRAM APPLIES PRICE CHANGE TRANSACTIONS (PRCHG.CPY)
000270* AGAINST THE INDEXED PRODUCT MASTER.  A CHANGE WHOSE EFFECTIVE
000280* DATE HAS ARRIVED REPRICES ITS PRODUCT DIRECTLY BY KEY AND
000290* WRITES THE OLD AND NEW PRICE TO AUDIT-FILE THE SAME WAY
000300* ORDPOST AUDITS ITS UPDATES.  A FUTURE-DATED CHANGE IS CARRIED
000310* FORWARD ON THE PENDING FILE, WHICH IS CONCATENATED IN FRONT
000320* OF THE NEXT DAY'S NEW CHANGES, SO PRICING CAN KEY AN INCREASE
000330* WEEKS AHEAD AND FORGET IT.  A CHANGE FOR A PRODUCT NOT ON THE
000340* MASTER IS REFUSED AND REPORTED.
000350*----------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PRICE-CHANGE-FILE ASSIGN TO PRCIN
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT PENDING-CHANGE-FILE ASSIGN TO PRCPEND
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT PRODUCT-FILE ASSIGN TO PRODIN
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS PRODUCT-ID.
000500     SELECT AUDIT-FILE ASSIGN TO AUDITOUT
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT REPORT-FILE ASSIGN TO PRCRPT
000530         ORGANIZATION IS SEQUENTIAL.
000540     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-BIZ-FILE-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PRICE-CHANGE-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620 COPY "prchg.cpy".
000630 FD  PENDING-CHANGE-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 01  PENDING-CHANGE-RECORD       PIC X(23).
000670 FD  PRODUCT-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 COPY "product.cpy".
000710 FD  AUDIT-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 COPY "audit.cpy".
000750 FD  REPORT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE OMITTED.
000780 01  REPORT-LINE                 PIC X(132).
000790 FD  BUSINESS-DATE-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 COPY "bizdate.cpy".
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------------
000850* BUSINESS DATE
000860*----------------------------------------------------------------
000870 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
000880 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000890*----------------------------------------------------------------
000900* SWITCHES, COUNTERS AND WORK FIELDS
000910*----------------------------------------------------------------
000920 77  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
000930     88  END-OF-FILE                       VALUE 'Y'.
000940 77  WS-PROD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
000950 77  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000960 77  WS-OLD-UNIT-PRICE           PIC 9(05)V99 VALUE ZERO.
000970 77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
000980 77  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
000990 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001000 01  WS-AUDIT-TIMESTAMP.
001010     05  WS-AUDIT-DATE           PIC 9(08) VALUE ZERO.
001020     05  WS-AUDIT-TIME           PIC 9(06) VALUE ZERO.
001030*----------------------------------------------------------------
001040* REPORT HEADINGS AND DETAIL LINES
001050*----------------------------------------------------------------
001060 01  HDG-TITLE-LINE.
001070     05  FILLER                  PIC X(01) VALUE SPACE.
001080     05  FILLER                  PIC X(32) VALUE
001090         'PRICE CHANGE APPLICATION REPORT'.
001100     05  FILLER                  PIC X(06) VALUE 'DATE'.
001110     05  HDG-RUN-DATE            PIC 9(08).
001120 01  HDG-COLUMN-LINE.
001130     05  FILLER                  PIC X(01) VALUE SPACE.
001140     05  FILLER                  PIC X(10) VALUE 'PRODUCT ID'.
001150     05  FILLER                  PIC X(03) VALUE SPACE.
001160     05  FILLER                  PIC X(09) VALUE 'OLD PRICE'.
001170     05  FILLER                  PIC X(03) VALUE SPACE.
001180     05  FILLER                  PIC X(09) VALUE 'NEW PRICE'.
001190     05  FILLER                  PIC X(03) VALUE SPACE.
001200     05  FILLER                  PIC X(09) VALUE 'EFFECTIVE'.
001210     05  FILLER                  PIC X(03) VALUE SPACE.
001220     05  FILLER                  PIC X(20) VALUE 'DISPOSITION'.
001230 01  DTL-LINE.
001240     05  FILLER                  PIC X(01) VALUE SPACE.
001250     05  DTL-PRODUCT-ID          PIC 9(08).
001260     05  FILLER                  PIC X(04) VALUE SPACE.
001270     05  DTL-OLD-PRICE           PIC ZZ,ZZ9.99.
001280     05  FILLER                  PIC X(03) VALUE SPACE.
001290     05  DTL-NEW-PRICE           PIC ZZ,ZZ9.99.
001300     05  FILLER                  PIC X(02) VALUE SPACE.
001310     05  DTL-EFFECTIVE-DATE      PIC 9(08).
001320     05  FILLER                  PIC X(04) VALUE SPACE.
001330     05  DTL-DISPOSITION         PIC X(20).
001340 01  TOTAL-LINE.
001350     05  FILLER                  PIC X(01) VALUE SPACE.
001360     05  TOT-TEXT                PIC X(30).
001370     05  TOT-COUNT               PIC ZZZZ9.
001380 PROCEDURE DIVISION.
001390*----------------------------------------------------------------
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
001430         UNTIL END-OF-FILE.
001440     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
001450     STOP RUN.
001460*----------------------------------------------------------------
001470 1000-INITIALIZE.
001480     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
001490     OPEN INPUT PRICE-CHANGE-FILE.
001500     OPEN OUTPUT PENDING-CHANGE-FILE.
001510     OPEN I-O PRODUCT-FILE.
001520     OPEN OUTPUT AUDIT-FILE.
001530     OPEN OUTPUT REPORT-FILE.
001540     MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
001550     MOVE WS-TODAY-DATE TO HDG-RUN-DATE.
001560     WRITE REPORT-LINE FROM HDG-TITLE-LINE.
001570     WRITE REPORT-LINE FROM HDG-COLUMN-LINE.
001580     PERFORM 1100-READ-CHANGE THRU 1100-EXIT.
001590 1000-EXIT.
001600     EXIT.
001610*----------------------------------------------------------------
001620 1100-READ-CHANGE.
001630     READ PRICE-CHANGE-FILE
001640         AT END
001650             SET END-OF-FILE TO TRUE
001660     END-READ.
001670 1100-EXIT.
001680     EXIT.
001690*----------------------------------------------------------------
001700* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
001710* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
001720* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
001730* NO RECORD MEANS THE RUN DATE, AS BEFORE.
001740*----------------------------------------------------------------
001750 1900-READ-BUSINESS-DATE.
001760     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
001770     OPEN INPUT BUSINESS-DATE-FILE.
001780     IF WS-BIZ-FILE-STATUS = '00'
001790         READ BUSINESS-DATE-FILE
001800             AT END
001810                 CONTINUE
001820             NOT AT END
001830                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
001840         END-READ
001850         CLOSE BUSINESS-DATE-FILE
001860     END-IF.
001870 1900-EXIT.
001880     EXIT.
001890*----------------------------------------------------------------
001900 2000-PROCESS-CHANGE.
001910     MOVE SPACE TO DTL-LINE.
001920     MOVE PC-PRODUCT-ID TO DTL-PRODUCT-ID.
001930     MOVE PC-NEW-UNIT-PRICE TO DTL-NEW-PRICE.
001940     MOVE PC-EFFECTIVE-DATE TO DTL-EFFECTIVE-DATE.
001950     IF PC-EFFECTIVE-DATE > WS-TODAY-DATE
001960         WRITE PENDING-CHANGE-RECORD
001970             FROM PRICE-CHANGE-TRANSACTION
001980         ADD 1 TO WS-PENDING-COUNT
001990         MOVE ZERO TO DTL-OLD-PRICE
002000         MOVE 'PENDING - NOT YET DUE' TO DTL-DISPOSITION
002010         WRITE REPORT-LINE FROM DTL-LINE
002020     ELSE
002030         PERFORM 2100-APPLY-CHANGE THRU 2100-EXIT
002040     END-IF.
002050     PERFORM 1100-READ-CHANGE THRU 1100-EXIT.
002060 2000-EXIT.
002070     EXIT.
002080*----------------------------------------------------------------
002090 2100-APPLY-CHANGE.
002100     SET WS-PROD-FOUND-SWITCH TO 'N'.
002110     MOVE PC-PRODUCT-ID TO PRODUCT-ID.
002120     READ PRODUCT-FILE
002130         INVALID KEY
002140             CONTINUE
002150         NOT INVALID KEY
002160             SET WS-PROD-FOUND-SWITCH TO 'Y'
002170     END-READ.
002180     IF WS-PROD-FOUND-SWITCH NOT = 'Y'
002190         MOVE ZERO TO DTL-OLD-PRICE
002200         MOVE 'PRODUCT NOT ON MASTER' TO DTL-DISPOSITION
002210         WRITE REPORT-LINE FROM DTL-LINE
002220         ADD 1 TO WS-REJECTED-COUNT
002230         GO TO 2100-EXIT
002240     END-IF.
002250     MOVE UNIT-PRICE TO WS-OLD-UNIT-PRICE.
002260     MOVE PC-NEW-UNIT-PRICE TO UNIT-PRICE.
002270     REWRITE PRODUCT-RECORD.
002280     PERFORM 2200-WRITE-AUDIT THRU 2200-EXIT.
002290     MOVE WS-OLD-UNIT-PRICE TO DTL-OLD-PRICE.
002300     MOVE 'APPLIED' TO DTL-DISPOSITION.
002310     WRITE REPORT-LINE FROM DTL-LINE.
002320     ADD 1 TO WS-APPLIED-COUNT.
002330 2100-EXIT.
002340     EXIT.
002350*----------------------------------------------------------------
002360 2200-WRITE-AUDIT.
002370     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
002380     ACCEPT WS-AUDIT-TIME FROM TIME.
002390     MOVE SPACE TO AUDIT-RECORD.
002400     MOVE WS-AUDIT-TIMESTAMP TO AUD-TIMESTAMP.
002410     MOVE 'PRCMAINT' TO AUD-SOURCE-PROGRAM.
002420     SET AUD-PRODUCT-MASTER TO TRUE.
002430     MOVE PC-PRODUCT-ID TO AUD-KEY.
002440     MOVE PRODUCT-STATUS TO AUD-OLD-PRODUCT-STATUS.
002450     MOVE PRODUCT-STATUS TO AUD-NEW-PRODUCT-STATUS.
002460     MOVE WS-OLD-UNIT-PRICE TO AUD-OLD-UNIT-PRICE.
002470     MOVE UNIT-PRICE TO AUD-NEW-UNIT-PRICE.
002480     MOVE UNIT-COST TO AUD-OLD-UNIT-COST.
002490     MOVE UNIT-COST TO AUD-NEW-UNIT-COST.
002500     MOVE QUANTITY-ON-HAND TO AUD-OLD-QUANTITY-ON-HAND.
002510     MOVE QUANTITY-ON-HAND TO AUD-NEW-QUANTITY-ON-HAND.
002520     WRITE AUDIT-RECORD.
002530 2200-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------
002560 3000-FINISH-UP.
002570     MOVE SPACE TO REPORT-LINE.
002580     WRITE REPORT-LINE.
002590     MOVE 'CHANGES APPLIED:' TO TOT-TEXT.
002600     MOVE WS-APPLIED-COUNT TO TOT-COUNT.
002610     WRITE REPORT-LINE FROM TOTAL-LINE.
002620     MOVE 'CHANGES PENDING:' TO TOT-TEXT.
002630     MOVE WS-PENDING-COUNT TO TOT-COUNT.
002640     WRITE REPORT-LINE FROM TOTAL-LINE.
002650     MOVE 'CHANGES REJECTED:' TO TOT-TEXT.
002660     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
002670     WRITE REPORT-LINE FROM TOTAL-LINE.
002680     CLOSE PRICE-CHANGE-FILE.
002690     CLOSE PENDING-CHANGE-FILE.
002700     CLOSE PRODUCT-FILE.
002710     CLOSE AUDIT-FILE.
002720     CLOSE REPORT-FILE.
002730 3000-EXIT.
002740     EXIT.
