001800*  doubles as the cutover marker, so rerunning this step       *
001900*  every night is harmless - a file with a .RPTOLD next to     *
002000*  it is never touched again.                                  *
002010*  The record has since grown once more, by the prize voucher  *
002020*  number - .RPT files already on the 167-byte layout are      *
002030*  moved across in a second stage the same way, with voucher   *
002040*  zero and a .RPTPV archive that is that stage's marker.      *
002100*                                                               *
002200*  AUTHOR:        R. de la Fuente                              *
002300*  INSTALLATION:  Domcode Payroll & Promotions                 *
004730*                   manifest is a pure list of raffle files      *
004740*                   again - the setting-line recognition here    *
004750*                   came back out.                               *
004756*  2026-10-15  RDF  Every night's counts now go to the shared    *
004762*                   run-statistics file (RFLSTA.CPY) - one 'F'   *
004768*                   record per raffle file (records converted,   *
004774*                   or skipped as already cut over) and a        *
004780*                   closing 'S' step record - for the RFLOPS01   *
004786*                   operations control report.  RUNID= and       *
004792*                   STATS= arguments added.                      *
004793*  2026-10-15  RDF  RFLRPT grew by the prize voucher number. A   *
004794*                   second cutover stage moves each .RPT still   *
004795*                   on the 167-byte layout across (voucher zero) *
004796*                   behind its own .RPTPV archive/marker; a file *
004797*                   cut from the original layout gets both       *
004798*                   markers.                                     *
004800*                                                               *
004900*****************************************************************
005000 IDENTIFICATION DIVISION.
007600         RFL-CHECKPOINT-FILE-NAME
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS RFL-CHECKPOINT-STATUS.
007810     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
007820         ORGANIZATION IS LINE SEQUENTIAL
007830         FILE STATUS IS RFL-STATS-STATUS.
007837     SELECT PVRPT-FILE ASSIGN DYNAMIC RFL-REPORT-FILE-NAME
007844         ORGANIZATION IS SEQUENTIAL
007851         FILE STATUS IS RFL-PVRPT-STATUS.
007858     SELECT PVARCH-FILE ASSIGN DYNAMIC RFL-PVARCH-FILE-NAME
007865         ORGANIZATION IS SEQUENTIAL
007872         FILE STATUS IS RFL-PVARCH-STATUS.
007879     SELECT PVWORK-FILE ASSIGN DYNAMIC RFL-PVWORK-FILE-NAME
007886         ORGANIZATION IS SEQUENTIAL
007893         FILE STATUS IS RFL-PVWORK-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
010100 FD  CHECKPOINT-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  RFL-CHECKPOINT-RECORD       PIC X(01).
010310
010320 FD  STATS-FILE.
010330 01  RFL-STATS-LINE              PIC X(145).
010335
010340 FD  PVRPT-FILE
010345     LABEL RECORDS ARE STANDARD.
010350 01  RFL-PVRPT-RECORD            PIC X(167).
010355
010360 FD  PVARCH-FILE
010365     LABEL RECORDS ARE STANDARD.
010370 01  RFL-PVARCH-RECORD           PIC X(167).
010375
010380 FD  PVWORK-FILE
010385     LABEL RECORDS ARE STANDARD.
010390 01  RFL-PVWORK-RECORD           PIC X(167).
010400
010500 WORKING-STORAGE SECTION.
010600*----------------------------------------------------------------*
010800*----------------------------------------------------------------*
010900 01  RFL-ARGUMENT                PIC X(60).
011000 01  RFL-MANIFEST-TAG            PIC X(09) VALUE 'MANIFEST='.
011010 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
011020 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
011030 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
011800 01  RFL-MANIFEST-NAME           PIC X(50).
011900 01  RFL-RAFFLE-FILE-NAME        PIC X(50).
012000 01  RFL-REPORT-FILE-NAME        PIC X(54).
012100 01  RFL-ARCHIVE-FILE-NAME       PIC X(57).
012200 01  RFL-WORK-FILE-NAME          PIC X(57).
012300 01  RFL-CHECKPOINT-FILE-NAME    PIC X(55).
012303 01  RFL-PVARCH-FILE-NAME        PIC X(56).
012306 01  RFL-PVWORK-FILE-NAME        PIC X(57).
012310 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
012320 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
012330                                 PIC X(08).
012400
012500*----------------------------------------------------------------*
012600*    FILE STATUS AND SWITCHES                                    *
014500
014600 77  RFL-CHECKPOINT-STATUS       PIC X(02).
014700     88  RFL-CHECKPOINT-OK       VALUE '00'.
014710
014720 77  RFL-STATS-STATUS            PIC X(02).
014730     88  RFL-STATS-OK            VALUE '00'.
014740     88  RFL-STATS-NOT-FOUND     VALUE '35'.
014745
014750 77  RFL-PVRPT-STATUS            PIC X(02).
014755     88  RFL-PVRPT-OK            VALUE '00'.
014760     88  RFL-PVRPT-NOT-FOUND     VALUE '35'.
014765
014770 77  RFL-PVARCH-STATUS           PIC X(02).
014775     88  RFL-PVARCH-OK           VALUE '00'.
014780
014785 77  RFL-PVWORK-STATUS           PIC X(02).
014790     88  RFL-PVWORK-OK           VALUE '00'.
014800
014900 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
015000     88  RFL-NO-MORE-ARGS        VALUE 'N'.
015800 77  RFL-WORK-EOF-SW             PIC X(01) VALUE 'N'.
015900     88  RFL-WORK-AT-END         VALUE 'Y'.
016000
016010 77  RFL-SKIPPED-THIS-FILE-SW    PIC X(01) VALUE 'N'.
016020     88  RFL-SKIPPED-THIS-FILE   VALUE 'Y'.
016021
016022 77  RFL-PVRPT-EOF-SW            PIC X(01) VALUE 'N'.
016023     88  RFL-PVRPT-AT-END        VALUE 'Y'.
016024
016025 77  RFL-PVWORK-EOF-SW           PIC X(01) VALUE 'N'.
016026     88  RFL-PVWORK-AT-END       VALUE 'Y'.
016030
016100 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
016200     88  RFL-ANY-FAILURE         VALUE 'Y'.
016300
016700 77  RFL-FILE-RECORD-COUNT       PIC 9(07) COMP VALUE ZERO.
016800 77  RFL-TOTAL-RECORD-COUNT      PIC 9(07) COMP VALUE ZERO.
016900 77  RFL-FILES-CUT-COUNT         PIC 9(05) COMP VALUE ZERO.
016910 77  RFL-FILES-SKIPPED-COUNT     PIC 9(05) COMP VALUE ZERO.
017000
017100*----------------------------------------------------------------*
017200*    ORIGINAL 112-BYTE REPORT LAYOUT - kept here, not in a        *
018100     05  RFL-OLD-WINNER-NAME     PIC X(30).
018200     05  RFL-OLD-TICKET-COUNT    PIC 9(05).
018300     05  FILLER                  PIC X(01).
018310
018320*----------------------------------------------------------------*
018330*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
018340*----------------------------------------------------------------*
018350     COPY RFLSTA.CPY.
018400
018500 PROCEDURE DIVISION.
018600*****************************************************************
020300     STOP RUN.
020400
020500*****************************************************************
020600*  1000-INITIALIZE - pick up the MANIFEST=, RUNID= and STATS=    *
020610*                    arguments                                  *
020700*****************************************************************
020800 1000-INITIALIZE.
020900     MOVE SPACES TO RFL-MANIFEST-NAME.
020910     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
021000     PERFORM 1010-GET-ONE-ARGUMENT
021100         THRU 1010-GET-ONE-ARGUMENT-EXIT
021200         UNTIL RFL-NO-MORE-ARGS.
022300     IF RFL-ARGUMENT(1:9) = RFL-MANIFEST-TAG
022400         MOVE RFL-ARGUMENT(10:50) TO RFL-MANIFEST-NAME
022500     ELSE
022509         IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
022518             PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
022527         ELSE
022536             IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
022545                 MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
022554             ELSE
022563                 DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
022572                     UPON SYSERR
022581             END-IF
022590         END-IF
022800     END-IF.
022900 1010-GET-ONE-ARGUMENT-EXIT.
023000     EXIT.
023100
023104*****************************************************************
023108*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
023112*                    statistics under the night's run ID        *
023116*                    instead of today's date.  An operator      *
023120*                    rerunning the chain after midnight gives   *
023124*                    every step the crashed night's ID, as for  *
023128*                    the draw step, so the control report still *
023132*                    sees one night.                            *
023136*****************************************************************
023140 1020-SET-RUN-ID.
023144     IF RFL-ARGUMENT(7:8) IS NUMERIC
023148     AND RFL-ARGUMENT(15:1) = SPACE
023152         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
023156         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
023160     ELSE
023164         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
023168     END-IF.
023172 1020-SET-RUN-ID-EXIT.
023176     EXIT.
023180
023200*****************************************************************
023300*  3000-CUTOVER-FROM-MANIFEST - check (and where needed cut      *
023400*                               over) the .RPT of every raffle   *
028900         '.RPTTMP' DELIMITED BY SIZE
029000         INTO RFL-WORK-FILE-NAME
029100     END-STRING.
029110     MOVE SPACES TO RFL-PVARCH-FILE-NAME.
029120     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
029130         '.RPTPV' DELIMITED BY SIZE
029140         INTO RFL-PVARCH-FILE-NAME
029150     END-STRING.
029160     MOVE SPACES TO RFL-PVWORK-FILE-NAME.
029170     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
029180         '.RPTPVT' DELIMITED BY SIZE
029190         INTO RFL-PVWORK-FILE-NAME
029200     END-STRING.
029210     MOVE 'N' TO RFL-SKIPPED-THIS-FILE-SW.
029220     MOVE ZERO TO RFL-FILE-RECORD-COUNT.
029230     PERFORM 3200-CUTOVER-ONE-FILE
029300         THRU 3200-CUTOVER-ONE-FILE-EXIT.
029303     PERFORM 3600-CUTOVER-VOUCHER-LAYOUT
029306         THRU 3600-CUTOVER-VOUCHER-LAYOUT-EXIT.
029309     MOVE ZERO TO RFL-STA-COUNTS.
029318     MOVE 'F' TO RFL-STA-RECORD-TYPE.
029327     MOVE RFL-RAFFLE-FILE-NAME TO RFL-STA-RAFFLE-FILE.
029336     MOVE RFL-FILE-RECORD-COUNT TO RFL-STA-READ.
029345     MOVE RFL-FILE-RECORD-COUNT TO RFL-STA-WRITTEN.
029354     IF RFL-SKIPPED-THIS-FILE
029363         MOVE 1 TO RFL-STA-SKIPPED
029372     END-IF.
029381     MOVE ZERO TO RFL-STA-RETURN-CODE.
029390     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
029400 3100-CUTOVER-ONE-LINE-EXIT.
029500     EXIT.
029600
031600     OPEN INPUT ARCHIVE-FILE.
031700     IF RFL-ARCHIVE-OK
031800         CLOSE ARCHIVE-FILE
031810         MOVE 'Y' TO RFL-SKIPPED-THIS-FILE-SW
031820         ADD 1 TO RFL-FILES-SKIPPED-COUNT
031900         GO TO 3200-CUTOVER-ONE-FILE-EXIT
032000     END-IF.
032100     PERFORM 3500-RESET-CHECKPOINT
032200         THRU 3500-RESET-CHECKPOINT-EXIT.
032300     OPEN INPUT OLDRPT-FILE.
032400     IF RFL-OLDRPT-NOT-FOUND
032410         OPEN OUTPUT PVARCH-FILE
032420         CLOSE PVARCH-FILE
032500         OPEN OUTPUT ARCHIVE-FILE
032600         CLOSE ARCHIVE-FILE
032700         DISPLAY 'NO REPORT YET - MARKER SET FOR '
034400         UNTIL RFL-WORK-AT-END.
034500     CLOSE WORK-FILE.
034600     CLOSE REPORT-FILE.
034610     OPEN OUTPUT PVARCH-FILE.
034620     CLOSE PVARCH-FILE.
034700     MOVE 'N' TO RFL-WORK-EOF-SW.
034800     OPEN INPUT WORK-FILE.
034900     OPEN OUTPUT ARCHIVE-FILE.
040000     MOVE SPACES                TO RFL-RPT-PRIZE-DESC.
040100     MOVE ZERO                  TO RFL-RPT-PRIZE-VALUE.
040200     MOVE 'N'                   TO RFL-RPT-WITHHOLD-FLAG.
040210     MOVE ZERO                  TO RFL-RPT-VOUCHER-NUMBER.
040300     WRITE RFL-REPORT-RECORD.
040400 3400-CONVERT-ONE-RECORD-EXIT.
040500     EXIT.
044300     CLOSE CHECKPOINT-FILE.
044400 3500-RESET-CHECKPOINT-EXIT.
044500     EXIT.
044501
044502*****************************************************************
044503*  3600-CUTOVER-VOUCHER-LAYOUT - second stage, for the voucher    *
044504*                                number.  A .RPTPV next to the   *
044505*                                .RPT means it is already on the *
044506*                                current layout.  Otherwise the  *
044507*                                167-byte .RPT goes through the  *
044508*                                .RPTPVT work file, is rewritten *
044509*                                with voucher zero (those draws  *
044510*                                issued none), and the .RPTPV    *
044511*                                archive is the LAST thing made. *
044512*                                No .RPT yet - an empty marker.  *
044513*****************************************************************
044514 3600-CUTOVER-VOUCHER-LAYOUT.
044515     OPEN INPUT PVARCH-FILE.
044516     IF RFL-PVARCH-OK
044517         CLOSE PVARCH-FILE
044518         GO TO 3600-CUTOVER-VOUCHER-LAYOUT-EXIT
044519     END-IF.
044520     IF RFL-SKIPPED-THIS-FILE
044521         MOVE 'N' TO RFL-SKIPPED-THIS-FILE-SW
044522         SUBTRACT 1 FROM RFL-FILES-SKIPPED-COUNT
044523     END-IF.
044524     OPEN INPUT PVRPT-FILE.
044525     IF RFL-PVRPT-NOT-FOUND
044526         OPEN OUTPUT PVARCH-FILE
044527         CLOSE PVARCH-FILE
044528         DISPLAY 'NO REPORT YET - VOUCHER MARKER SET FOR '
044529             RFL-RAFFLE-FILE-NAME
044530         GO TO 3600-CUTOVER-VOUCHER-LAYOUT-EXIT
044531     END-IF.
044532     MOVE ZERO TO RFL-FILE-RECORD-COUNT.
044533     MOVE 'N' TO RFL-PVRPT-EOF-SW.
044534     OPEN OUTPUT PVWORK-FILE.
044535     PERFORM 3610-STAGE-ONE-RECORD
044536         THRU 3610-STAGE-ONE-RECORD-EXIT
044537         UNTIL RFL-PVRPT-AT-END.
044538     CLOSE PVRPT-FILE.
044539     CLOSE PVWORK-FILE.
044540     MOVE 'N' TO RFL-PVWORK-EOF-SW.
044541     OPEN INPUT PVWORK-FILE.
044542     OPEN OUTPUT REPORT-FILE.
044543     PERFORM 3620-ADD-ONE-VOUCHER
044544         THRU 3620-ADD-ONE-VOUCHER-EXIT
044545         UNTIL RFL-PVWORK-AT-END.
044546     CLOSE PVWORK-FILE.
044547     CLOSE REPORT-FILE.
044548     MOVE 'N' TO RFL-PVWORK-EOF-SW.
044549     OPEN INPUT PVWORK-FILE.
044550     OPEN OUTPUT PVARCH-FILE.
044551     PERFORM 3630-COPY-ONE-TO-PV-MARKER
044552         THRU 3630-COPY-ONE-TO-PV-MARKER-EXIT
044553         UNTIL RFL-PVWORK-AT-END.
044554     CLOSE PVWORK-FILE.
044555     CLOSE PVARCH-FILE.
044556     ADD 1 TO RFL-FILES-CUT-COUNT.
044557     ADD RFL-FILE-RECORD-COUNT TO RFL-TOTAL-RECORD-COUNT.
044558     DISPLAY 'CUT OVER ' RFL-FILE-RECORD-COUNT
044559         ' RECORD(S) FOR ' RFL-RAFFLE-FILE-NAME
044560         ' (PRE-VOUCHER LAYOUT KEPT ON ' RFL-PVARCH-FILE-NAME ')'.
044561 3600-CUTOVER-VOUCHER-LAYOUT-EXIT.
044562     EXIT.
044563
044564 3610-STAGE-ONE-RECORD.
044565     READ PVRPT-FILE
044566         AT END
044567             MOVE 'Y' TO RFL-PVRPT-EOF-SW
044568             GO TO 3610-STAGE-ONE-RECORD-EXIT
044569     END-READ.
044570     MOVE RFL-PVRPT-RECORD TO RFL-PVWORK-RECORD.
044571     WRITE RFL-PVWORK-RECORD.
044572     ADD 1 TO RFL-FILE-RECORD-COUNT.
044573 3610-STAGE-ONE-RECORD-EXIT.
044574     EXIT.
044575
044576 3620-ADD-ONE-VOUCHER.
044577     READ PVWORK-FILE
044578         AT END
044579             MOVE 'Y' TO RFL-PVWORK-EOF-SW
044580             GO TO 3620-ADD-ONE-VOUCHER-EXIT
044581     END-READ.
044582     MOVE RFL-PVWORK-RECORD TO RFL-REPORT-RECORD.
044583     MOVE ZERO TO RFL-RPT-VOUCHER-NUMBER.
044584     WRITE RFL-REPORT-RECORD.
044585 3620-ADD-ONE-VOUCHER-EXIT.
044586     EXIT.
044587
044588 3630-COPY-ONE-TO-PV-MARKER.
044589     READ PVWORK-FILE
044590         AT END
044591             MOVE 'Y' TO RFL-PVWORK-EOF-SW
044592             GO TO 3630-COPY-ONE-TO-PV-MARKER-EXIT
044593     END-READ.
044594     MOVE RFL-PVWORK-RECORD TO RFL-PVARCH-RECORD.
044595     WRITE RFL-PVARCH-RECORD.
044596 3630-COPY-ONE-TO-PV-MARKER-EXIT.
044597     EXIT.
044600
044603*****************************************************************
044606*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
044609*                         caller has filled in to the shared    *
044612*                         run-statistics file for the nightly   *
044615*                         operations control report (RFLOPS01). *
044618*                         The statistics are bookkeeping only - *
044621*                         a file that cannot be written is      *
044624*                         warned about and never changes this   *
044627*                         step's return code.                   *
044630*****************************************************************
044633 8900-WRITE-RUN-STATS.
044636     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
044639     MOVE 'RFLCNV01' TO RFL-STA-PROGRAM.
044642     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
044645     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
044648     OPEN EXTEND STATS-FILE.
044651     IF RFL-STATS-NOT-FOUND
044654         OPEN OUTPUT STATS-FILE
044657     END-IF.
044660     IF NOT RFL-STATS-OK
044663         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
044666             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
044669             UPON SYSERR
044672         GO TO 8900-WRITE-RUN-STATS-EXIT
044675     END-IF.
044678     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
044681     WRITE RFL-STATS-LINE.
044684     CLOSE STATS-FILE.
044687 8900-WRITE-RUN-STATS-EXIT.
044690     EXIT.
044693
044700*****************************************************************
044800*  9999-TERMINATE - end of run totals, and the step's closing    *
044810*                   run-statistics record                       *
044900*****************************************************************
045000 9999-TERMINATE.
045100     DISPLAY 'FILES CUT OVER:    ' RFL-FILES-CUT-COUNT.
045200     DISPLAY 'RECORDS CONVERTED: ' RFL-TOTAL-RECORD-COUNT.
045210     DISPLAY 'ALREADY CUT OVER:  ' RFL-FILES-SKIPPED-COUNT.
045220     MOVE ZERO TO RFL-STA-COUNTS.
045230     MOVE 'S' TO RFL-STA-RECORD-TYPE.
045240     MOVE RFL-MANIFEST-NAME TO RFL-STA-RAFFLE-FILE.
045250     MOVE RFL-TOTAL-RECORD-COUNT TO RFL-STA-READ.
045260     MOVE RFL-TOTAL-RECORD-COUNT TO RFL-STA-WRITTEN.
045270     MOVE RFL-FILES-SKIPPED-COUNT TO RFL-STA-SKIPPED.
045280     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
045290     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
045300 9999-TERMINATE-EXIT.
045400     EXIT.
