000260*                 AMOUNT TO HASH) AND THE RUN REFUSES TO APPLY
000270*                 ON A MISMATCH; THE NEW MASTER'S CONTROL IS
000280*                 WRITTEN AT FINISH-UP AND LOGGED FOR BALRPT
000290* 2026-10-15 DW   BUSINESS DATE - THE RUN DATE NOW COMES FROM THE
000300*                 DATE CONTROL RECORD (BIZDATE.CPY) INSTEAD OF THE
000310*                 CLOCK.  RENUMBERED
000320* 2026-10-15 DW   RENUMBERED - PARAGRAPHS PUT BACK IN NUMERIC
000330*                 ORDER
000340*----------------------------------------------------------------
000350* THIS PROGRAM APPLIES ADD, CHANGE, AND DEACTIVATE TRANSACTIONS
000360* AGAINST THE SUPPLIER MASTER AND WRITES A NEW MASTER.  THE OLD
000370* MASTER AND THE TRANSACTION FILE MUST BOTH BE IN ASCENDING
000380* SUPPLIER-ID SEQUENCE; THEY ARE MATCHED KEY-FOR-KEY IN THE
000390* CLASSIC SEQUENTIAL UPDATE STYLE, THE SAME WAY THE REST OF THIS
000400* SYSTEM'S MASTERS ARE MAINTAINED.  AN ADD FOR A SUPPLIER-ID
000410* ALREADY ON THE MASTER, OR A CHANGE/DEACTIVATE FOR A
000420* SUPPLIER-ID NOT ON THE MASTER, IS REFUSED AND WRITTEN TO THE
000430* REJECT REPORT INSTEAD OF BEING APPLIED.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SUPPLIER-FILE ASSIGN TO SUPIN
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT SUPPLIER-TRANS-FILE ASSIGN TO SUPTRANS
000540         ORGANIZATION IS SEQUENTIAL.
000550     SELECT NEW-SUPPLIER-FILE ASSIGN TO SUPOUT
000560         ORGANIZATION IS SEQUENTIAL.
000570     SELECT REJECT-FILE ASSIGN TO SUPREJ
000580         ORGANIZATION IS SEQUENTIAL.
000590     SELECT SUPPLIER-CONTROL-FILE ASSIGN TO SUPCTL
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-CTL-FILE-STATUS.
000620     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-BIZ-FILE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  SUPPLIER-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 COPY "supplier.cpy".
000730 FD  SUPPLIER-TRANS-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 COPY "supptran.cpy".
000770 FD  NEW-SUPPLIER-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  NEW-SUPPLIER-RECORD         PIC X(117).
000810 FD  REJECT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE OMITTED.
000840 01  REJECT-LINE                 PIC X(132).
000850 FD  SUPPLIER-CONTROL-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 01  SUPPLIER-CONTROL-RECORD     PIC X(49).
000890 FD  BALANCE-LOG-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 01  BALANCE-LOG-RECORD          PIC X(49).
000930 FD  BUSINESS-DATE-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY "bizdate.cpy".
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990* BUSINESS DATE
001000*----------------------------------------------------------------
001010 77  WS-BIZ-FILE-STATUS          PIC X(02) VALUE SPACE.
001020 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001030*----------------------------------------------------------------
001040* SWITCHES AND MATCH KEYS
001050*----------------------------------------------------------------
001060 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
001070     88  MASTER-END-OF-FILE               VALUE 'Y'.
001080 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001090     88  TRANS-END-OF-FILE                VALUE 'Y'.
001100 77  WS-MASTER-KEY               PIC 9(06) VALUE ZERO.
001110 77  WS-TRANS-KEY                PIC 9(06) VALUE ZERO.
001120 77  HIGH-KEY-VALUE              PIC 9(06) VALUE 999999.
001130*----------------------------------------------------------------
001140* COUNTERS
001150*----------------------------------------------------------------
001160 77  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
001170 77  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
001180 77  WS-DEACTIVATED-COUNT        PIC 9(05) COMP VALUE ZERO.
001190 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001200*----------------------------------------------------------------
001210* RUN-TO-RUN CONTROL TOTALS FOR THE SUPPLIER MASTER
001220*----------------------------------------------------------------
001230 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACE.
001240 77  WS-CTL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001250 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
001260     88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.
001270 77  WS-SUP-IN-COUNT             PIC 9(09) VALUE ZERO.
001280 77  WS-SUP-OUT-COUNT            PIC 9(09) VALUE ZERO.
001290 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
001300 COPY "ctl.cpy"
001310     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
001320 01  OOB-TITLE-LINE.
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  FILLER                  PIC X(50) VALUE
001350         'SUPPLIER MASTER OUT OF BALANCE - RUN STOPPED'.
001360 01  OOB-DETAIL-LINE.
001370     05  FILLER                  PIC X(01) VALUE SPACE.
001380     05  OOB-LABEL               PIC X(22).
001390     05  OOB-COUNT               PIC ZZZZZZZZ9.
001400*----------------------------------------------------------------
001410* REJECT REPORT LINES
001420*----------------------------------------------------------------
001430 01  REJ-TITLE-LINE.
001440     05  FILLER                  PIC X(01) VALUE SPACE.
001450     05  FILLER                  PIC X(40) VALUE
001460         'SUPPLIER MAINTENANCE REJECT REPORT'.
001470 01  REJ-DETAIL-LINE.
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  REJ-TRANS-CODE          PIC X(01).
001500     05  FILLER                  PIC X(02) VALUE SPACE.
001510     05  REJ-SUPPLIER-ID         PIC 9(06).
001520     05  FILLER                  PIC X(02) VALUE SPACE.
001530     05  REJ-REASON              PIC X(40).
001540 01  REJ-TOTAL-LINE.
001550     05  FILLER                  PIC X(01) VALUE SPACE.
001560     05  FILLER                  PIC X(10) VALUE 'ADDED: '.
001570     05  REJ-ADDED-COUNT         PIC ZZZZ9.
001580     05  FILLER                  PIC X(03) VALUE SPACE.
001590     05  FILLER                  PIC X(10) VALUE 'CHANGED: '.
001600     05  REJ-CHANGED-COUNT       PIC ZZZZ9.
001610     05  FILLER                  PIC X(03) VALUE SPACE.
001620     05  FILLER                  PIC X(14) VALUE 'DEACTIVATED: '.
001630     05  REJ-DEACT-COUNT         PIC ZZZZ9.
001640     05  FILLER                  PIC X(03) VALUE SPACE.
001650     05  FILLER                  PIC X(12) VALUE 'REJECTED: '.
001660     05  REJ-REJECTED-COUNT      PIC ZZZZ9.
001670 PROCEDURE DIVISION.
001680*----------------------------------------------------------------
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001710     IF RUN-OUT-OF-BALANCE
001720         PERFORM 3900-OUT-OF-BALANCE-STOP THRU 3900-EXIT
001730         STOP RUN
001740     END-IF.
001750     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
001760         UNTIL MASTER-END-OF-FILE AND TRANS-END-OF-FILE.
001770     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
001780     STOP RUN.
001790*----------------------------------------------------------------
001800 1000-INITIALIZE.
001810     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
001820     OPEN OUTPUT REJECT-FILE.
001830     OPEN EXTEND BALANCE-LOG-FILE.
001840     WRITE REJECT-LINE FROM REJ-TITLE-LINE.
001850     PERFORM 1300-VERIFY-SUPPLIER-CONTROL THRU 1300-EXIT.
001860     IF RUN-OUT-OF-BALANCE
001870         GO TO 1000-EXIT
001880     END-IF.
001890     OPEN INPUT SUPPLIER-FILE.
001900     OPEN INPUT SUPPLIER-TRANS-FILE.
001910     OPEN OUTPUT NEW-SUPPLIER-FILE.
001920     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
001930     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
001940 1000-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------
001970* THE MASTER IS COUNTED IN A PRE-PASS AND CHECKED AGAINST THE
001980* CONTROL RECORD ITS WRITER LEFT.  NO CONTROL FILE AT ALL MEANS
001990* THE SUBSYSTEM IS BEING BOOTSTRAPPED AND THE RUN IS ACCEPTED.
002000* A MISMATCH STOPS THE RUN BEFORE A TRANSACTION APPLIES.
002010*----------------------------------------------------------------
002020 1300-VERIFY-SUPPLIER-CONTROL.
002030     OPEN INPUT SUPPLIER-FILE.
002040     READ SUPPLIER-FILE
002050         AT END
002060             SET MASTER-END-OF-FILE TO TRUE
002070     END-READ.
002080     PERFORM 1310-COUNT-ONE-SUPPLIER THRU 1310-EXIT
002090         UNTIL MASTER-END-OF-FILE.
002100     CLOSE SUPPLIER-FILE.
002110     SET WS-MASTER-EOF-SWITCH TO 'N'.
002120     SET WS-CTL-FOUND-SWITCH TO 'N'.
002130     OPEN INPUT SUPPLIER-CONTROL-FILE.
002140     IF WS-CTL-FILE-STATUS = '00'
002150         READ SUPPLIER-CONTROL-FILE
002160             INTO WS-CONTROL-RECORD
002170             AT END
002180                 CONTINUE
002190             NOT AT END
002200                 SET WS-CTL-FOUND-SWITCH TO 'Y'
002210                 MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT
002220         END-READ
002230         CLOSE SUPPLIER-CONTROL-FILE
002240     END-IF.
002250     IF WS-CTL-FOUND-SWITCH = 'Y'
002260         AND WS-CTL-EXP-COUNT NOT = WS-SUP-IN-COUNT
002270         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
002280         MOVE 'F' TO CTL-ACTION
002290     ELSE
002300         MOVE 'V' TO CTL-ACTION
002310     END-IF.
002320     MOVE 'SUPPLIER' TO CTL-FILE-ID.
002330     MOVE WS-SUP-IN-COUNT TO CTL-RECORD-COUNT.
002340     MOVE ZERO TO CTL-HASH-TOTAL.
002350     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
002360     MOVE 'SUPMAINT' TO CTL-SOURCE-PROGRAM.
002370     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
002380 1300-EXIT.
002390     EXIT.
002400*----------------------------------------------------------------
002410 1310-COUNT-ONE-SUPPLIER.
002420     ADD 1 TO WS-SUP-IN-COUNT.
002430     READ SUPPLIER-FILE
002440         AT END
002450             SET MASTER-END-OF-FILE TO TRUE
002460     END-READ.
002470 1310-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500 1100-READ-MASTER.
002510     READ SUPPLIER-FILE
002520         AT END
002530             SET MASTER-END-OF-FILE TO TRUE
002540             MOVE HIGH-KEY-VALUE TO WS-MASTER-KEY
002550         NOT AT END
002560             MOVE SUPPLIER-ID TO WS-MASTER-KEY
002570     END-READ.
002580 1100-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610 1200-READ-TRANS.
002620     READ SUPPLIER-TRANS-FILE
002630         AT END
002640             SET TRANS-END-OF-FILE TO TRUE
002650             MOVE HIGH-KEY-VALUE TO WS-TRANS-KEY
002660         NOT AT END
002670             MOVE ST-SUPPLIER-ID TO WS-TRANS-KEY
002680     END-READ.
002690 1200-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002730* (BIZDATE.CPY), NOT THE CLOCK, SO A NIGHT THAT RUNS PAST
002740* MIDNIGHT OR IS RERUN NEXT MORNING REPORTS AS OF ITS OWN DAY.
002750* NO RECORD MEANS THE RUN DATE, AS BEFORE.
002760*----------------------------------------------------------------
002770 1900-READ-BUSINESS-DATE.
002780     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
002790     OPEN INPUT BUSINESS-DATE-FILE.
002800     IF WS-BIZ-FILE-STATUS = '00'
002810         READ BUSINESS-DATE-FILE
002820             AT END
002830                 CONTINUE
002840             NOT AT END
002850                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002860         END-READ
002870         CLOSE BUSINESS-DATE-FILE
002880     END-IF.
002890 1900-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920 2000-PROCESS-RECORDS.
002930     EVALUATE TRUE
002940         WHEN WS-MASTER-KEY < WS-TRANS-KEY
002950             PERFORM 2100-KEEP-MASTER THRU 2100-EXIT
002960         WHEN WS-TRANS-KEY < WS-MASTER-KEY
002970             PERFORM 2200-PROCESS-NEW-KEY THRU 2200-EXIT
002980         WHEN OTHER
002990             PERFORM 2300-PROCESS-MATCHED-KEY THRU 2300-EXIT
003000     END-EVALUATE.
003010 2000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040 2100-KEEP-MASTER.
003050     WRITE NEW-SUPPLIER-RECORD FROM SUPPLIER-RECORD.
003060     ADD 1 TO WS-SUP-OUT-COUNT.
003070     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
003080 2100-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110 2200-PROCESS-NEW-KEY.
003120     IF ST-ADD-TRANS
003130         PERFORM 2210-APPLY-ADD THRU 2210-EXIT
003140     ELSE
003150         MOVE SPACE TO REJ-DETAIL-LINE
003160         MOVE ST-TRANS-CODE TO REJ-TRANS-CODE
003170         MOVE ST-SUPPLIER-ID TO REJ-SUPPLIER-ID
003180         MOVE 'SUPPLIER NOT ON MASTER' TO REJ-REASON
003190         WRITE REJECT-LINE FROM REJ-DETAIL-LINE
003200         ADD 1 TO WS-REJECTED-COUNT
003210     END-IF.
003220     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003230 2200-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260 2210-APPLY-ADD.
003270     MOVE ST-SUPPLIER-ID TO SUPPLIER-ID.
003280     MOVE ST-SUPPLIER-NAME TO SUPPLIER-NAME.
003290     MOVE ST-STREET TO STREET.
003300     MOVE ST-CITY TO CITY.
003310     MOVE ST-STATE TO STATE.
003320     MOVE ST-ZIP-CODE TO ZIP-CODE.
003330     MOVE ST-SUPPLIER-PHONE TO SUPPLIER-PHONE.
003340     MOVE ST-PAYMENT-TERMS TO PAYMENT-TERMS.
003350     SET ACTIVE-SUPPLIER TO TRUE.
003360     MOVE WS-BUSINESS-DATE TO LAST-UPDATE-DATE.
003370     WRITE NEW-SUPPLIER-RECORD FROM SUPPLIER-RECORD.
003380     ADD 1 TO WS-SUP-OUT-COUNT.
003390     ADD 1 TO WS-ADDED-COUNT.
003400 2210-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430 2300-PROCESS-MATCHED-KEY.
003440     IF ST-ADD-TRANS
003450         MOVE SPACE TO REJ-DETAIL-LINE
003460         MOVE ST-TRANS-CODE TO REJ-TRANS-CODE
003470         MOVE ST-SUPPLIER-ID TO REJ-SUPPLIER-ID
003480         MOVE 'SUPPLIER ALREADY ON MASTER' TO REJ-REASON
003490         WRITE REJECT-LINE FROM REJ-DETAIL-LINE
003500         ADD 1 TO WS-REJECTED-COUNT
003510         WRITE NEW-SUPPLIER-RECORD FROM SUPPLIER-RECORD
003520         ADD 1 TO WS-SUP-OUT-COUNT
003530     ELSE
003540         IF ST-CHANGE-TRANS
003550             PERFORM 2310-APPLY-CHANGE THRU 2310-EXIT
003560         ELSE
003570             PERFORM 2320-APPLY-DEACTIVATE THRU 2320-EXIT
003580         END-IF
003590         WRITE NEW-SUPPLIER-RECORD FROM SUPPLIER-RECORD
003600         ADD 1 TO WS-SUP-OUT-COUNT
003610     END-IF.
003620     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
003630     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003640 2300-EXIT.
003650     EXIT.
003660*----------------------------------------------------------------
003670 2310-APPLY-CHANGE.
003680     IF ST-SUPPLIER-NAME NOT = SPACE
003690         MOVE ST-SUPPLIER-NAME TO SUPPLIER-NAME
003700     END-IF.
003710     IF ST-STREET NOT = SPACE
003720         MOVE ST-STREET TO STREET
003730     END-IF.
003740     IF ST-CITY NOT = SPACE
003750         MOVE ST-CITY TO CITY
003760     END-IF.
003770     IF ST-STATE NOT = SPACE
003780         MOVE ST-STATE TO STATE
003790     END-IF.
003800     IF ST-ZIP-CODE NOT = ZERO
003810         MOVE ST-ZIP-CODE TO ZIP-CODE
003820     END-IF.
003830     IF ST-SUPPLIER-PHONE NOT = SPACE
003840         MOVE ST-SUPPLIER-PHONE TO SUPPLIER-PHONE
003850     END-IF.
003860     IF ST-PAYMENT-TERMS NOT = SPACE
003870         MOVE ST-PAYMENT-TERMS TO PAYMENT-TERMS
003880     END-IF.
003890     MOVE WS-BUSINESS-DATE TO LAST-UPDATE-DATE.
003900     ADD 1 TO WS-CHANGED-COUNT.
003910 2310-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940 2320-APPLY-DEACTIVATE.
003950     SET INACTIVE-SUPPLIER TO TRUE.
003960     MOVE WS-BUSINESS-DATE TO LAST-UPDATE-DATE.
003970     ADD 1 TO WS-DEACTIVATED-COUNT.
003980 2320-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010 3000-FINISH-UP.
004020     MOVE WS-ADDED-COUNT TO REJ-ADDED-COUNT.
004030     MOVE WS-CHANGED-COUNT TO REJ-CHANGED-COUNT.
004040     MOVE WS-DEACTIVATED-COUNT TO REJ-DEACT-COUNT.
004050     MOVE WS-REJECTED-COUNT TO REJ-REJECTED-COUNT.
004060     WRITE REJECT-LINE FROM REJ-TOTAL-LINE.
004070     PERFORM 3300-WRITE-SUPPLIER-CONTROL THRU 3300-EXIT.
004080     CLOSE SUPPLIER-FILE.
004090     CLOSE SUPPLIER-TRANS-FILE.
004100     CLOSE NEW-SUPPLIER-FILE.
004110     CLOSE REJECT-FILE.
004120     CLOSE BALANCE-LOG-FILE.
004130 3000-EXIT.
004140     EXIT.
004150*----------------------------------------------------------------
004160* THE NEW MASTER'S CONTROL RECORD - WHAT TOMORROW'S READERS
004170* MUST COUNT TO BE ALLOWED TO RUN.
004180*----------------------------------------------------------------
004190 3300-WRITE-SUPPLIER-CONTROL.
004200     MOVE 'SUPPLIER' TO CTL-FILE-ID.
004210     MOVE WS-SUP-OUT-COUNT TO CTL-RECORD-COUNT.
004220     MOVE ZERO TO CTL-HASH-TOTAL.
004230     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
004240     MOVE 'SUPMAINT' TO CTL-SOURCE-PROGRAM.
004250     MOVE 'W' TO CTL-ACTION.
004260     OPEN OUTPUT SUPPLIER-CONTROL-FILE.
004270     WRITE SUPPLIER-CONTROL-RECORD FROM WS-CONTROL-RECORD.
004280     CLOSE SUPPLIER-CONTROL-FILE.
004290     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004300 3300-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* THE MASTER FAILED ITS CONTROL CHECK - REPORT WHAT WAS
004340* EXPECTED AGAINST WHAT WAS COUNTED AND HAND OPERATIONS A
004350* NONZERO RETURN CODE.  NOTHING HAS BEEN APPLIED OR WRITTEN.
004360*----------------------------------------------------------------
004370 3900-OUT-OF-BALANCE-STOP.
004380     WRITE REJECT-LINE FROM OOB-TITLE-LINE.
004390     MOVE SPACE TO OOB-DETAIL-LINE.
004400     MOVE 'CONTROL EXPECTED: ' TO OOB-LABEL.
004410     MOVE WS-CTL-EXP-COUNT TO OOB-COUNT.
004420     WRITE REJECT-LINE FROM OOB-DETAIL-LINE.
004430     MOVE SPACE TO OOB-DETAIL-LINE.
004440     MOVE 'MASTER COUNTED:   ' TO OOB-LABEL.
004450     MOVE WS-SUP-IN-COUNT TO OOB-COUNT.
004460     WRITE REJECT-LINE FROM OOB-DETAIL-LINE.
004470     CLOSE REJECT-FILE.
004480     CLOSE BALANCE-LOG-FILE.
004490     MOVE 16 TO RETURN-CODE.
004500 3900-EXIT.
004510     EXIT.
