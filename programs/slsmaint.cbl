000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SLSMAINT.
000120 AUTHOR. D-WALSH.
000130 INSTALLATION. SALES-ADMINISTRATION.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 2026-10-15 DW   INITIAL VERSION - SALESPERSON MASTER MAINTENANCE
000200*----------------------------------------------------------------
000210* THIS PROGRAM APPLIES ADD, CHANGE, AND DEACTIVATE TRANSACTIONS
000220* AGAINST THE SALESPERSON MASTER (SLSPRSN.CPY) AND WRITES A NEW
000230* MASTER, THE SAME WAY SUPMAINT MAINTAINS THE SUPPLIER MASTER.
000240* THE OLD MASTER AND THE TRANSACTION FILE MUST BOTH BE IN
000250* ASCENDING SALESPERSON-ID SEQUENCE AND ARE MATCHED KEY-FOR-KEY.
000260* AN ADD FOR A SALESPERSON ALREADY ON THE MASTER, A CHANGE OR
000270* DEACTIVATE FOR ONE NOT ON IT, AN ADD WITHOUT A NAME, OR A
000280* COMMISSION RATE THAT IS NOT NUMERIC IS REFUSED AND WRITTEN TO
000290* THE REJECT REPORT INSTEAD OF BEING APPLIED.  A SALESPERSON IS
000300* NEVER DELETED - DEACTIVATING ONE KEEPS THE NAME ON THE MASTER
000310* FOR THE COMMISSION REPORT AND FOR HISTORY STILL CARRYING THE ID.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT SALESPERSON-FILE ASSIGN TO SLSIN
000400         ORGANIZATION IS SEQUENTIAL.
000410     SELECT SALESPERSON-TRANS-FILE ASSIGN TO SLSTRANS
000420         ORGANIZATION IS SEQUENTIAL.
000430     SELECT NEW-SALESPERSON-FILE ASSIGN TO SLSOUT
000440         ORGANIZATION IS SEQUENTIAL.
000450     SELECT REJECT-FILE ASSIGN TO SLSREJ
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT SALESPERSON-CONTROL-FILE ASSIGN TO SLSCTL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CTL-FILE-STATUS.
000500     SELECT BALANCE-LOG-FILE ASSIGN TO BALLOG
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-BIZ-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SALESPERSON-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 COPY "slsprsn.cpy".
000610 FD  SALESPERSON-TRANS-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY "slstran.cpy".
000650 FD  NEW-SALESPERSON-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  NEW-SALESPERSON-RECORD      PIC X(47).
000690 FD  REJECT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE OMITTED.
000720 01  REJECT-LINE                 PIC X(132).
000730 FD  SALESPERSON-CONTROL-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  SALESPERSON-CONTROL-RECORD  PIC X(49).
000770 FD  BALANCE-LOG-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  BALANCE-LOG-RECORD          PIC X(49).
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
000920* SWITCHES AND MATCH KEYS
000930*----------------------------------------------------------------
000940 77  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
000950     88  MASTER-END-OF-FILE               VALUE 'Y'.
000960 77  WS-TRANS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000970     88  TRANS-END-OF-FILE                VALUE 'Y'.
000980 77  WS-MASTER-KEY               PIC X(04) VALUE SPACE.
000990 77  WS-TRANS-KEY                PIC X(04) VALUE SPACE.
001000 77  HIGH-KEY-VALUE              PIC X(04) VALUE HIGH-VALUES.
001010*----------------------------------------------------------------
001020* COUNTERS
001030*----------------------------------------------------------------
001040 77  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
001050 77  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
001060 77  WS-DEACTIVATED-COUNT        PIC 9(05) COMP VALUE ZERO.
001070 77  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001080*----------------------------------------------------------------
001090* RUN-TO-RUN CONTROL TOTALS FOR THE SALESPERSON MASTER
001100*----------------------------------------------------------------
001110 77  WS-CTL-FILE-STATUS          PIC X(02) VALUE SPACE.
001120 77  WS-CTL-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001130 77  WS-OUT-OF-BAL-SWITCH        PIC X(01) VALUE 'N'.
001140     88  RUN-OUT-OF-BALANCE                 VALUE 'Y'.
001150 77  WS-SLS-IN-COUNT             PIC 9(09) VALUE ZERO.
001160 77  WS-SLS-OUT-COUNT            PIC 9(09) VALUE ZERO.
001170 77  WS-CTL-EXP-COUNT            PIC 9(09) VALUE ZERO.
001180 COPY "ctl.cpy"
001190     REPLACING CONTROL-RECORD BY WS-CONTROL-RECORD.
001200 01  OOB-TITLE-LINE.
001210     05  FILLER                  PIC X(01) VALUE SPACE.
001220     05  FILLER                  PIC X(50) VALUE
001230         'SALESPERSON MASTER OUT OF BALANCE - RUN STOPPED'.
001240 01  OOB-DETAIL-LINE.
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  OOB-LABEL               PIC X(22).
001270     05  OOB-COUNT               PIC ZZZZZZZZ9.
001280*----------------------------------------------------------------
001290* REJECT REPORT LINES
001300*----------------------------------------------------------------
001310 01  REJ-TITLE-LINE.
001320     05  FILLER                  PIC X(01) VALUE SPACE.
001330     05  FILLER                  PIC X(40) VALUE
001340         'SALESPERSON MAINTENANCE REJECT REPORT'.
001350 01  REJ-DETAIL-LINE.
001360     05  FILLER                  PIC X(01) VALUE SPACE.
001370     05  REJ-TRANS-CODE          PIC X(01).
001380     05  FILLER                  PIC X(02) VALUE SPACE.
001390     05  REJ-SALESPERSON-ID      PIC X(04).
001400     05  FILLER                  PIC X(02) VALUE SPACE.
001410     05  REJ-REASON              PIC X(40).
001420 01  REJ-TOTAL-LINE.
001430     05  FILLER                  PIC X(01) VALUE SPACE.
001440     05  FILLER                  PIC X(10) VALUE 'ADDED: '.
001450     05  REJ-ADDED-COUNT         PIC ZZZZ9.
001460     05  FILLER                  PIC X(03) VALUE SPACE.
001470     05  FILLER                  PIC X(10) VALUE 'CHANGED: '.
001480     05  REJ-CHANGED-COUNT       PIC ZZZZ9.
001490     05  FILLER                  PIC X(03) VALUE SPACE.
001500     05  FILLER                  PIC X(14) VALUE 'DEACTIVATED: '.
001510     05  REJ-DEACT-COUNT         PIC ZZZZ9.
001520     05  FILLER                  PIC X(03) VALUE SPACE.
001530     05  FILLER                  PIC X(12) VALUE 'REJECTED: '.
001540     05  REJ-REJECTED-COUNT      PIC ZZZZ9.
001550 PROCEDURE DIVISION.
001560*----------------------------------------------------------------
001570 0000-MAINLINE.
001580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001590     IF RUN-OUT-OF-BALANCE
001600         PERFORM 3900-OUT-OF-BALANCE-STOP THRU 3900-EXIT
001610         STOP RUN
001620     END-IF.
001630     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT
001640         UNTIL MASTER-END-OF-FILE AND TRANS-END-OF-FILE.
001650     PERFORM 3000-FINISH-UP THRU 3000-EXIT.
001660     STOP RUN.
001670*----------------------------------------------------------------
001680 1000-INITIALIZE.
001690     PERFORM 1900-READ-BUSINESS-DATE THRU 1900-EXIT.
001700     OPEN OUTPUT REJECT-FILE.
001710     OPEN EXTEND BALANCE-LOG-FILE.
001720     WRITE REJECT-LINE FROM REJ-TITLE-LINE.
001730     PERFORM 1300-VERIFY-SALESPERSON-CTL THRU 1300-EXIT.
001740     IF RUN-OUT-OF-BALANCE
001750         GO TO 1000-EXIT
001760     END-IF.
001770     OPEN INPUT SALESPERSON-FILE.
001780     OPEN INPUT SALESPERSON-TRANS-FILE.
001790     OPEN OUTPUT NEW-SALESPERSON-FILE.
001800     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
001810     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
001820 1000-EXIT.
001830     EXIT.
001840*----------------------------------------------------------------
001850 1100-READ-MASTER.
001860     READ SALESPERSON-FILE
001870         AT END
001880             SET MASTER-END-OF-FILE TO TRUE
001890             MOVE HIGH-KEY-VALUE TO WS-MASTER-KEY
001900         NOT AT END
001910             MOVE SP-SALESPERSON-ID TO WS-MASTER-KEY
001920     END-READ.
001930 1100-EXIT.
001940     EXIT.
001950*----------------------------------------------------------------
001960 1200-READ-TRANS.
001970     READ SALESPERSON-TRANS-FILE
001980         AT END
001990             SET TRANS-END-OF-FILE TO TRUE
002000             MOVE HIGH-KEY-VALUE TO WS-TRANS-KEY
002010         NOT AT END
002020             MOVE SX-SALESPERSON-ID TO WS-TRANS-KEY
002030     END-READ.
002040 1200-EXIT.
002050     EXIT.
002060*----------------------------------------------------------------
002070* THE MASTER IS COUNTED IN A PRE-PASS AND CHECKED AGAINST THE
002080* CONTROL RECORD ITS WRITER LEFT - COUNT ONLY, AS FOR THE
002090* SUPPLIER MASTER.  NO CONTROL FILE AT ALL MEANS THE MASTER IS
002100* BEING BOOTSTRAPPED AND THE RUN IS ACCEPTED.  A MISMATCH STOPS
002110* THE RUN BEFORE A TRANSACTION APPLIES.
002120*----------------------------------------------------------------
002130 1300-VERIFY-SALESPERSON-CTL.
002140     OPEN INPUT SALESPERSON-FILE.
002150     READ SALESPERSON-FILE
002160         AT END
002170             SET MASTER-END-OF-FILE TO TRUE
002180     END-READ.
002190     PERFORM 1310-COUNT-ONE-SALESPERSON THRU 1310-EXIT
002200         UNTIL MASTER-END-OF-FILE.
002210     CLOSE SALESPERSON-FILE.
002220     SET WS-MASTER-EOF-SWITCH TO 'N'.
002230     SET WS-CTL-FOUND-SWITCH TO 'N'.
002240     OPEN INPUT SALESPERSON-CONTROL-FILE.
002250     IF WS-CTL-FILE-STATUS = '00'
002260         READ SALESPERSON-CONTROL-FILE
002270             INTO WS-CONTROL-RECORD
002280             AT END
002290                 CONTINUE
002300             NOT AT END
002310                 SET WS-CTL-FOUND-SWITCH TO 'Y'
002320                 MOVE CTL-RECORD-COUNT TO WS-CTL-EXP-COUNT
002330         END-READ
002340         CLOSE SALESPERSON-CONTROL-FILE
002350     END-IF.
002360     IF WS-CTL-FOUND-SWITCH = 'Y'
002370         AND WS-CTL-EXP-COUNT NOT = WS-SLS-IN-COUNT
002380         SET WS-OUT-OF-BAL-SWITCH TO 'Y'
002390         MOVE 'F' TO CTL-ACTION
002400     ELSE
002410         MOVE 'V' TO CTL-ACTION
002420     END-IF.
002430     MOVE 'SLSPRSN' TO CTL-FILE-ID.
002440     MOVE WS-SLS-IN-COUNT TO CTL-RECORD-COUNT.
002450     MOVE ZERO TO CTL-HASH-TOTAL.
002460     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
002470     MOVE 'SLSMAINT' TO CTL-SOURCE-PROGRAM.
002480     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
002490 1300-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------
002520 1310-COUNT-ONE-SALESPERSON.
002530     ADD 1 TO WS-SLS-IN-COUNT.
002540     READ SALESPERSON-FILE
002550         AT END
002560             SET MASTER-END-OF-FILE TO TRUE
002570     END-READ.
002580 1310-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* THE BUSINESS DATE COMES FROM THE DATE CONTROL RECORD
002620* (BIZDATE.CPY), NOT THE CLOCK.  NO RECORD MEANS THE RUN DATE.
002630*----------------------------------------------------------------
002640 1900-READ-BUSINESS-DATE.
002650     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
002660     OPEN INPUT BUSINESS-DATE-FILE.
002670     IF WS-BIZ-FILE-STATUS = '00'
002680         READ BUSINESS-DATE-FILE
002690             AT END
002700                 CONTINUE
002710             NOT AT END
002720                 MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
002730         END-READ
002740         CLOSE BUSINESS-DATE-FILE
002750     END-IF.
002760 1900-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790 2000-PROCESS-RECORDS.
002800     EVALUATE TRUE
002810         WHEN WS-MASTER-KEY < WS-TRANS-KEY
002820             PERFORM 2100-KEEP-MASTER THRU 2100-EXIT
002830         WHEN WS-TRANS-KEY < WS-MASTER-KEY
002840             PERFORM 2200-PROCESS-NEW-KEY THRU 2200-EXIT
002850         WHEN OTHER
002860             PERFORM 2300-PROCESS-MATCHED-KEY THRU 2300-EXIT
002870     END-EVALUATE.
002880 2000-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002910 2100-KEEP-MASTER.
002920     WRITE NEW-SALESPERSON-RECORD FROM SALESPERSON-RECORD.
002930     ADD 1 TO WS-SLS-OUT-COUNT.
002940     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
002950 2100-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980 2200-PROCESS-NEW-KEY.
002990     MOVE SPACE TO REJ-DETAIL-LINE.
003000     EVALUATE TRUE
003010         WHEN NOT SX-ADD-TRANS
003020             MOVE 'SALESPERSON NOT ON MASTER' TO REJ-REASON
003030         WHEN SX-SALESPERSON-NAME = SPACE
003040             MOVE 'ADD HAS NO SALESPERSON NAME' TO REJ-REASON
003050         WHEN SX-COMMISSION-RATE NOT NUMERIC
003060             MOVE 'COMMISSION RATE NOT NUMERIC' TO REJ-REASON
003070         WHEN OTHER
003080             PERFORM 2210-APPLY-ADD THRU 2210-EXIT
003090     END-EVALUATE.
003100     IF REJ-REASON NOT = SPACE
003110         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003120     END-IF.
003130     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003140 2200-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170 2210-APPLY-ADD.
003180     MOVE SX-SALESPERSON-ID TO SP-SALESPERSON-ID.
003190     MOVE SX-SALESPERSON-NAME TO SP-SALESPERSON-NAME.
003200     MOVE SX-COMMISSION-RATE TO SP-COMMISSION-RATE.
003210     SET SP-ACTIVE-SALESPERSON TO TRUE.
003220     MOVE WS-BUSINESS-DATE TO SP-LAST-UPDATE-DATE.
003230     WRITE NEW-SALESPERSON-RECORD FROM SALESPERSON-RECORD.
003240     ADD 1 TO WS-SLS-OUT-COUNT.
003250     ADD 1 TO WS-ADDED-COUNT.
003260 2210-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290* A REFUSED CHANGE LEAVES THE MASTER RECORD EXACTLY AS IT WAS -
003300* THE RECORD IS STILL WRITTEN FORWARD TO THE NEW MASTER.
003310*----------------------------------------------------------------
003320 2300-PROCESS-MATCHED-KEY.
003330     MOVE SPACE TO REJ-DETAIL-LINE.
003340     EVALUATE TRUE
003350         WHEN SX-ADD-TRANS
003360             MOVE 'SALESPERSON ALREADY ON MASTER' TO REJ-REASON
003370         WHEN SX-CHANGE-TRANS
003380             AND SX-COMMISSION-RATE-X NOT = SPACE
003390             AND SX-COMMISSION-RATE NOT NUMERIC
003400             MOVE 'COMMISSION RATE NOT NUMERIC' TO REJ-REASON
003410         WHEN SX-CHANGE-TRANS
003420             PERFORM 2310-APPLY-CHANGE THRU 2310-EXIT
003430         WHEN OTHER
003440             PERFORM 2320-APPLY-DEACTIVATE THRU 2320-EXIT
003450     END-EVALUATE.
003460     IF REJ-REASON NOT = SPACE
003470         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
003480     END-IF.
003490     WRITE NEW-SALESPERSON-RECORD FROM SALESPERSON-RECORD.
003500     ADD 1 TO WS-SLS-OUT-COUNT.
003510     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
003520     PERFORM 1200-READ-TRANS THRU 1200-EXIT.
003530 2300-EXIT.
003540     EXIT.
003550*----------------------------------------------------------------
003560 2310-APPLY-CHANGE.
003570     IF SX-SALESPERSON-NAME NOT = SPACE
003580         MOVE SX-SALESPERSON-NAME TO SP-SALESPERSON-NAME
003590     END-IF.
003600     IF SX-COMMISSION-RATE-X NOT = SPACE
003610         MOVE SX-COMMISSION-RATE TO SP-COMMISSION-RATE
003620     END-IF.
003630     MOVE WS-BUSINESS-DATE TO SP-LAST-UPDATE-DATE.
003640     ADD 1 TO WS-CHANGED-COUNT.
003650 2310-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680 2320-APPLY-DEACTIVATE.
003690     SET SP-INACTIVE-SALESPERSON TO TRUE.
003700     MOVE WS-BUSINESS-DATE TO SP-LAST-UPDATE-DATE.
003710     ADD 1 TO WS-DEACTIVATED-COUNT.
003720 2320-EXIT.
003730     EXIT.
003740*----------------------------------------------------------------
003750* REJ-REASON IS ALREADY SET BY THE CALLER.
003760*----------------------------------------------------------------
003770 2900-WRITE-REJECT.
003780     MOVE SX-TRANS-CODE TO REJ-TRANS-CODE.
003790     MOVE SX-SALESPERSON-ID TO REJ-SALESPERSON-ID.
003800     WRITE REJECT-LINE FROM REJ-DETAIL-LINE.
003810     ADD 1 TO WS-REJECTED-COUNT.
003820 2900-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850 3000-FINISH-UP.
003860     MOVE WS-ADDED-COUNT TO REJ-ADDED-COUNT.
003870     MOVE WS-CHANGED-COUNT TO REJ-CHANGED-COUNT.
003880     MOVE WS-DEACTIVATED-COUNT TO REJ-DEACT-COUNT.
003890     MOVE WS-REJECTED-COUNT TO REJ-REJECTED-COUNT.
003900     WRITE REJECT-LINE FROM REJ-TOTAL-LINE.
003910     PERFORM 3300-WRITE-SALESPERSON-CTL THRU 3300-EXIT.
003920     CLOSE SALESPERSON-FILE.
003930     CLOSE SALESPERSON-TRANS-FILE.
003940     CLOSE NEW-SALESPERSON-FILE.
003950     CLOSE REJECT-FILE.
003960     CLOSE BALANCE-LOG-FILE.
003970 3000-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* THE NEW MASTER'S CONTROL RECORD - WHAT TOMORROW'S READERS
004010* MUST COUNT TO BE ALLOWED TO RUN.
004020*----------------------------------------------------------------
004030 3300-WRITE-SALESPERSON-CTL.
004040     MOVE 'SLSPRSN' TO CTL-FILE-ID.
004050     MOVE WS-SLS-OUT-COUNT TO CTL-RECORD-COUNT.
004060     MOVE ZERO TO CTL-HASH-TOTAL.
004070     MOVE WS-BUSINESS-DATE TO CTL-RUN-DATE.
004080     MOVE 'SLSMAINT' TO CTL-SOURCE-PROGRAM.
004090     MOVE 'W' TO CTL-ACTION.
004100     OPEN OUTPUT SALESPERSON-CONTROL-FILE.
004110     WRITE SALESPERSON-CONTROL-RECORD FROM WS-CONTROL-RECORD.
004120     CLOSE SALESPERSON-CONTROL-FILE.
004130     WRITE BALANCE-LOG-RECORD FROM WS-CONTROL-RECORD.
004140 3300-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170* THE MASTER FAILED ITS CONTROL CHECK - REPORT WHAT WAS
004180* EXPECTED AGAINST WHAT WAS COUNTED AND HAND OPERATIONS A
004190* NONZERO RETURN CODE.  NOTHING HAS BEEN APPLIED OR WRITTEN.
004200*----------------------------------------------------------------
004210 3900-OUT-OF-BALANCE-STOP.
004220     WRITE REJECT-LINE FROM OOB-TITLE-LINE.
004230     MOVE SPACE TO OOB-DETAIL-LINE.
004240     MOVE 'CONTROL EXPECTED: ' TO OOB-LABEL.
004250     MOVE WS-CTL-EXP-COUNT TO OOB-COUNT.
004260     WRITE REJECT-LINE FROM OOB-DETAIL-LINE.
004270     MOVE SPACE TO OOB-DETAIL-LINE.
004280     MOVE 'MASTER COUNTED:   ' TO OOB-LABEL.
004290     MOVE WS-SLS-IN-COUNT TO OOB-COUNT.
004300     WRITE REJECT-LINE FROM OOB-DETAIL-LINE.
004310     CLOSE REJECT-FILE.
004320     CLOSE BALANCE-LOG-FILE.
004330     MOVE 16 TO RETURN-CODE.
004340 3900-EXIT.
004350     EXIT.
