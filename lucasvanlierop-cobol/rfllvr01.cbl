000100*****************************************************************
000200*                                                               *
000300*  RFLLVR01                                                    *
000400*                                                               *
000500*  HR leaver feed.  Until now an employee who left stayed on   *
000600*  the entrant KSDS until the extract happened to drop them,   *
000700*  could be drawn in the meantime, and an open prize claim in  *
000800*  their name simply ran out its deadline.  This program runs  *
000900*  in the nightly chain after the ticket-sales posting and     *
001000*  ahead of the draw.  It reads HR's leavers/terminations      *
001100*  interface file (RFLLVR.CPY) and verifies its counted        *
001200*  trailer the way RFLACK01 verifies the bridge's feeds - a    *
001300*  missing trailer or a count mismatch fails the step with     *
001400*  NOTHING applied, because a partial leaver feed would delete *
001500*  half the leavers and leave no way to tell which half.  Only *
001600*  then does it take each leaver off the entrant KSDS, first   *
001700*  appending the record as it stood to the before-image file   *
001800*  (RFLLVB.CPY) Payroll refunds unused tickets from, and       *
001900*  flags every OPEN claim the leaver holds on the claim-status *
002000*  master so Promotions can decide on a REDRAW= before the     *
002100*  deadline instead of finding out after it.  Everything done  *
002200*  is printed on the leaver report.  A leaver already off the  *
002300*  entrant file (dropped by the extract, or a rerun of the     *
002400*  same feed) is reported and still has its claims checked,    *
002500*  so rerunning the step is harmless.                          *
002600*                                                               *
002700*      RC = 0   FEED APPLIED - NO LEAVER HOLDS AN OPEN CLAIM   *
002800*      RC = 4   FEED APPLIED - OPEN CLAIM(S) FLAGGED FOR       *
002900*               REVIEW, OR DETAIL(S) WITH NO ENTRANT ID        *
003000*      RC = 8   FEED MISSING, TRAILER MISMATCH OR FILE ERROR - *
003100*               NOTHING APPLIED                                *
003200*                                                               *
003300*  AUTHOR:        R. de la Fuente                              *
003400*  INSTALLATION:  Domcode Payroll & Promotions                 *
003500*  DATE-WRITTEN:  2026-10-15                                    *
003600*  DATE-COMPILED: 2026-10-15                                    *
003700*                                                               *
003800*  MODIFICATION HISTORY                                        *
003900*  ---------------------                                       *
004000*  2026-10-15  RDF  Initial program - chained into RFLRAF01    *
004100*                   as STEP0190, after RFLSLS01 so a late      *
004200*                   sale cannot re-create a leaver the step    *
004300*                   has just deleted.                          *
004310*  2026-10-15  RDF  The run's leaver totals now go to the      *
004320*                   shared run-statistics file (RFLSTA.CPY) as *
004330*                   a closing 'S' step record for the RFLOPS01 *
004340*                   operations control report.  RUNID= and     *
004350*                   STATS= arguments added.                    *
004360*  2026-10-15  RDF  An OPEN claim is only counted and listed   *
004370*                   as flagged once its REWRITE has worked; a  *
004380*                   claim that could not be flagged goes to    *
004390*                   SYSERR and is counted as rejected.         *
004400*                                                               *
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.     RFLLVR01.
004800 AUTHOR.         R. de la Fuente.
004900 INSTALLATION.   Domcode Payroll & Promotions.
005000 DATE-WRITTEN.   2026-10-15.
005100 DATE-COMPILED.  2026-10-15.
005200
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT LEAVER-FILE ASSIGN DYNAMIC RFL-LEAVER-FILE-NAME
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS RFL-LEAVER-STATUS.
005900     SELECT ENTRANT-FILE ASSIGN DYNAMIC RFL-FILE-NAME
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS RFL-ENTRANT-ID
006300         FILE STATUS IS RFL-ENTRANT-STATUS.
006400     SELECT CLAIM-FILE ASSIGN DYNAMIC RFL-CLAIM-FILE-NAME
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS RFL-CLM-KEY
006800         FILE STATUS IS RFL-CLAIM-STATUS.
006900     SELECT BEFORE-FILE ASSIGN DYNAMIC RFL-BEFORE-FILE-NAME
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS RFL-BEFORE-STATUS.
007200     SELECT LEAVER-REPORT ASSIGN DYNAMIC RFL-LVRPT-FILE-NAME
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS RFL-LVRPT-STATUS.
007410     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
007420         ORGANIZATION IS LINE SEQUENTIAL
007430         FILE STATUS IS RFL-STATS-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  LEAVER-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY RFLLVR.CPY.
008100
008200 FD  ENTRANT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY RFLENT.CPY.
008500
008600 FD  CLAIM-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY RFLCLM.CPY.
008900
009000 FD  BEFORE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY RFLLVB.CPY.
009300
009400 FD  LEAVER-REPORT.
009500 01  RFL-LVRPT-RECORD            PIC X(132).
009510
009520 FD  STATS-FILE.
009530 01  RFL-STATS-LINE              PIC X(145).
009600
009700 WORKING-STORAGE SECTION.
009800*----------------------------------------------------------------*
009900*    COMMAND-LINE / FILE NAME FIELDS                             *
010000*----------------------------------------------------------------*
010100 01  RFL-ARGUMENT                PIC X(60).
010200 01  RFL-LEAVERS-TAG             PIC X(08) VALUE 'LEAVERS='.
010300 01  RFL-FILE-TAG                PIC X(05) VALUE 'FILE='.
010400 01  RFL-CLAIMFILE-TAG           PIC X(10) VALUE 'CLAIMFILE='.
010410 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
010420 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
010430 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
010500 01  RFL-LEAVER-FILE-NAME        PIC X(50)
010600                                 VALUE 'RFL.HR.LEAVERS'.
010700 01  RFL-FILE-NAME               PIC X(50)
010800                                 VALUE 'RFL.DEPT.ENTRANT.ALL'.
010900 01  RFL-CLAIM-FILE-NAME         PIC X(50)
011000                                 VALUE 'RFL.CLAIM.STATUS'.
011100 01  RFL-BEFORE-FILE-NAME        PIC X(54).
011200 01  RFL-LVRPT-FILE-NAME         PIC X(54).
011210 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
011220 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
011230                                 PIC X(08).
011300
011400*----------------------------------------------------------------*
011500*    FILE STATUS AND SWITCHES                                    *
011600*----------------------------------------------------------------*
011700 77  RFL-LEAVER-STATUS           PIC X(02).
011800     88  RFL-LEAVER-OK           VALUE '00'.
011900     88  RFL-LEAVER-NOT-FOUND    VALUE '35'.
012000
012100 77  RFL-ENTRANT-STATUS          PIC X(02).
012200     88  RFL-ENTRANT-OK          VALUE '00'.
012300
012400 77  RFL-CLAIM-STATUS            PIC X(02).
012500     88  RFL-CLAIM-OK            VALUE '00'.
012600     88  RFL-CLAIM-NOT-FOUND     VALUE '35'.
012700
012800 77  RFL-BEFORE-STATUS           PIC X(02).
012900     88  RFL-BEFORE-OK           VALUE '00'.
013000     88  RFL-BEFORE-NOT-FOUND    VALUE '35'.
013100
013200 77  RFL-LVRPT-STATUS            PIC X(02).
013300     88  RFL-LVRPT-OK            VALUE '00'.
013310
013320 77  RFL-STATS-STATUS            PIC X(02).
013330     88  RFL-STATS-OK            VALUE '00'.
013340     88  RFL-STATS-NOT-FOUND     VALUE '35'.
013400
013500 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
013600     88  RFL-NO-MORE-ARGS        VALUE 'N'.
013700
013800 77  RFL-LEAVER-EOF-SW           PIC X(01) VALUE 'N'.
013900     88  RFL-LEAVER-AT-END       VALUE 'Y'.
014000
014100 77  RFL-CLAIM-EOF-SW            PIC X(01) VALUE 'N'.
014200     88  RFL-CLAIM-AT-END        VALUE 'Y'.
014300
014400 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
014500     88  RFL-ANY-FAILURE         VALUE 'Y'.
014600
014700 77  RFL-LEAVER-TRAILER-SW       PIC X(01) VALUE 'N'.
014800     88  RFL-LEAVER-HAS-TRAILER  VALUE 'Y'.
014900
015000 77  RFL-CLAIM-OPEN-SW           PIC X(01) VALUE 'N'.
015100     88  RFL-CLAIM-IS-OPEN       VALUE 'Y'.
015200
015300*----------------------------------------------------------------*
015400*    FEED AND UPDATE COUNTERS                                    *
015500*----------------------------------------------------------------*
015600 77  RFL-TODAY-DATE              PIC 9(08) VALUE ZERO.
015700 77  RFL-FEED-READ-COUNT         PIC 9(09) COMP VALUE ZERO.
015800 77  RFL-LEAVER-TRAILER-COUNT    PIC 9(09) COMP VALUE ZERO.
015900 77  RFL-LEAVER-COUNT            PIC 9(07) COMP VALUE ZERO.
016000 77  RFL-DELETED-COUNT           PIC 9(07) COMP VALUE ZERO.
016100 77  RFL-NOT-ON-FILE-COUNT       PIC 9(07) COMP VALUE ZERO.
016200 77  RFL-NO-ID-COUNT             PIC 9(07) COMP VALUE ZERO.
016300 77  RFL-CLAIM-FLAGGED-COUNT     PIC 9(07) COMP VALUE ZERO.
016310 77  RFL-CLAIM-FAILED-COUNT      PIC 9(07) COMP VALUE ZERO.
016400 77  RFL-REFUND-TICKETS          PIC 9(09) COMP VALUE ZERO.
016500
016600*----------------------------------------------------------------*
016700*    LEAVER REPORT LINES                                         *
016800*----------------------------------------------------------------*
016900 01  RFL-LVR-TITLE-LINE.
017000     05  FILLER                  PIC X(40) VALUE
017100         'DOMCODE RAFFLE - HR LEAVERS APPLIED ON '.
017200     05  RFL-LTL-DATE            PIC 9(08).
017300     05  FILLER                  PIC X(09) VALUE ' - FEED '.
017400     05  RFL-LTL-FEED            PIC X(50).
017500
017600 01  RFL-LVR-HEAD-LINE.
017700     05  FILLER                  PIC X(44) VALUE
017800         '  ENTRANT ID  NAME'.
017900     05  FILLER                  PIC X(14) VALUE
018000         'LEFT ON   RSN'.
018100     05  FILLER                  PIC X(06) VALUE 'ACTION'.
018200
018300 01  RFL-LVR-DETAIL-LINE.
018400     05  FILLER                  PIC X(02) VALUE SPACES.
018500     05  RFL-LDL-ENTRANT-ID      PIC X(10).
018600     05  FILLER                  PIC X(02) VALUE SPACES.
018700     05  RFL-LDL-NAME            PIC X(30).
018800     05  RFL-LDL-LEAVE-DATE      PIC X(08).
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  RFL-LDL-REASON          PIC X(02).
019100     05  FILLER                  PIC X(02) VALUE SPACES.
019200     05  RFL-LDL-ACTION          PIC X(32).
019300     05  RFL-LDL-TICKETS         PIC ZZZZ9.
019400     05  RFL-LDL-TICKETS-X REDEFINES RFL-LDL-TICKETS
019500                                 PIC X(05).
019600     05  RFL-LDL-TICKET-TEXT     PIC X(20).
019700
019800 01  RFL-LVR-CLAIM-LINE.
019900     05  FILLER                  PIC X(14) VALUE SPACES.
020000     05  FILLER                  PIC X(15) VALUE
020100         '** OPEN CLAIM  '.
020200     05  FILLER                  PIC X(04) VALUE 'WON '.
020300     05  RFL-LCL-DRAW-DATE       PIC 9(08).
020400     05  FILLER                  PIC X(06) VALUE ' RANK '.
020500     05  RFL-LCL-PRIZE-RANK      PIC 9(02).
020600     05  FILLER                  PIC X(11) VALUE ' DEADLINE '.
020700     05  RFL-LCL-DEADLINE        PIC 9(08).
020800     05  FILLER                  PIC X(22) VALUE
020900         ' - REVIEW FOR REDRAW='.
021000     05  RFL-LCL-SOURCE-FILE     PIC X(40).
021100
021200 01  RFL-LVR-TOTAL-LINE.
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  RFL-LTT-LABEL           PIC X(30).
021500     05  RFL-LTT-COUNT           PIC Z,ZZZ,ZZ9.
021510
021520*----------------------------------------------------------------*
021530*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
021540*----------------------------------------------------------------*
021550     COPY RFLSTA.CPY.
021600
021700 PROCEDURE DIVISION.
021800*****************************************************************
021900*  0000-MAINLINE                                                *
022000*****************************************************************
022100 0000-MAINLINE.
022200     DISPLAY 'RFLLVR01 - HR LEAVER FEED'.
022300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
022400     PERFORM 2000-VERIFY-FEED THRU 2000-VERIFY-FEED-EXIT.
022500     IF NOT RFL-ANY-FAILURE
022600         PERFORM 2500-OPEN-FILES THRU 2500-OPEN-FILES-EXIT
022700     END-IF.
022800     IF NOT RFL-ANY-FAILURE
022900         PERFORM 3000-APPLY-LEAVERS THRU 3000-APPLY-LEAVERS-EXIT
023000         PERFORM 4000-CLOSE-FILES THRU 4000-CLOSE-FILES-EXIT
023100     END-IF.
023200     IF RFL-ANY-FAILURE
023300         MOVE 8 TO RETURN-CODE
023400     ELSE
023500         IF RFL-CLAIM-FLAGGED-COUNT > ZERO
023600                 OR RFL-NO-ID-COUNT > ZERO
023700             MOVE 4 TO RETURN-CODE
023800         END-IF
023900     END-IF.
024000     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
024100     STOP RUN.
024200
024300*****************************************************************
024400*  1000-INITIALIZE - pick up the LEAVERS= feed name and the      *
024500*                    FILE= entrant KSDS and CLAIMFILE= claim     *
024600*                    master overrides, and name the before-      *
024700*                    image file and leaver report after the      *
024800*                    feed.  RUNID= and STATS= route the run      *
024810*                    statistics.                                 *
024900*****************************************************************
025000 1000-INITIALIZE.
025010     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
025100     PERFORM 1010-GET-ONE-ARGUMENT
025200         THRU 1010-GET-ONE-ARGUMENT-EXIT
025300         UNTIL RFL-NO-MORE-ARGS.
025400     ACCEPT RFL-TODAY-DATE FROM DATE YYYYMMDD.
025500     MOVE SPACES TO RFL-BEFORE-FILE-NAME.
025600     STRING RFL-LEAVER-FILE-NAME DELIMITED BY SPACE
025700         '.BIM' DELIMITED BY SIZE
025800         INTO RFL-BEFORE-FILE-NAME
025900     END-STRING.
026000     MOVE SPACES TO RFL-LVRPT-FILE-NAME.
026100     STRING RFL-LEAVER-FILE-NAME DELIMITED BY SPACE
026200         '.LST' DELIMITED BY SIZE
026300         INTO RFL-LVRPT-FILE-NAME
026400     END-STRING.
026500 1000-INITIALIZE-EXIT.
026600     EXIT.
026700
026800 1010-GET-ONE-ARGUMENT.
026900     MOVE SPACES TO RFL-ARGUMENT.
027000     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
027100         ON EXCEPTION
027200             MOVE 'N' TO RFL-MORE-ARGS-SW
027300             GO TO 1010-GET-ONE-ARGUMENT-EXIT
027400     END-ACCEPT.
027500     IF RFL-ARGUMENT(1:8) = RFL-LEAVERS-TAG
027600         MOVE RFL-ARGUMENT(9:50) TO RFL-LEAVER-FILE-NAME
027700         GO TO 1010-GET-ONE-ARGUMENT-EXIT
027800     END-IF.
027900     IF RFL-ARGUMENT(1:5) = RFL-FILE-TAG
028000         MOVE RFL-ARGUMENT(6:50) TO RFL-FILE-NAME
028100         GO TO 1010-GET-ONE-ARGUMENT-EXIT
028200     END-IF.
028300     IF RFL-ARGUMENT(1:10) = RFL-CLAIMFILE-TAG
028400         MOVE RFL-ARGUMENT(11:50) TO RFL-CLAIM-FILE-NAME
028500         GO TO 1010-GET-ONE-ARGUMENT-EXIT
028600     END-IF.
028610     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
028620         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
028630         GO TO 1010-GET-ONE-ARGUMENT-EXIT
028640     END-IF.
028650     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
028660         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
028670         GO TO 1010-GET-ONE-ARGUMENT-EXIT
028680     END-IF.
028700     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
028800         UPON SYSERR.
028900 1010-GET-ONE-ARGUMENT-EXIT.
029000     EXIT.
029100
029104*****************************************************************
029108*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
029112*                    statistics under the night's run ID        *
029116*                    instead of today's date.  An operator      *
029120*                    rerunning the chain after midnight gives   *
029124*                    every step the crashed night's ID, as for  *
029128*                    the draw step, so the control report still *
029132*                    sees one night.                            *
029136*****************************************************************
029140 1020-SET-RUN-ID.
029144     IF RFL-ARGUMENT(7:8) IS NUMERIC
029148     AND RFL-ARGUMENT(15:1) = SPACE
029152         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
029156         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
029160     ELSE
029164         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
029168     END-IF.
029172 1020-SET-RUN-ID-EXIT.
029176     EXIT.
029180
029200*****************************************************************
029300*  2000-VERIFY-FEED - first pass over the leaver feed, counting  *
029400*                     details and checking the counted trailer   *
029500*                     before a single entrant is touched.  No    *
029600*                     feed, no trailer, or a trailer count that  *
029700*                     disagrees with the details read means we   *
029800*                     did not get the whole feed - the step      *
029900*                     fails and nothing is applied.              *
030000*****************************************************************
030100 2000-VERIFY-FEED.
030200     MOVE 'N' TO RFL-LEAVER-EOF-SW.
030300     OPEN INPUT LEAVER-FILE.
030400     IF RFL-LEAVER-NOT-FOUND
030500         DISPLAY 'HR LEAVER FEED NOT FOUND: ' RFL-LEAVER-FILE-NAME
030600             ' - HR SENT NOTHING' UPON SYSERR
030700         MOVE 'Y' TO RFL-ANY-FAILURE-SW
030800         GO TO 2000-VERIFY-FEED-EXIT
030900     END-IF.
031000     IF NOT RFL-LEAVER-OK
031100         DISPLAY 'CANNOT READ HR LEAVER FEED: '
031200             RFL-LEAVER-FILE-NAME
031300             ' STATUS ' RFL-LEAVER-STATUS UPON SYSERR
031400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
031500         GO TO 2000-VERIFY-FEED-EXIT
031600     END-IF.
031700     PERFORM 2010-COUNT-ONE-RECORD
031800         THRU 2010-COUNT-ONE-RECORD-EXIT
031900         UNTIL RFL-LEAVER-AT-END.
032000     CLOSE LEAVER-FILE.
032100     IF NOT RFL-LEAVER-HAS-TRAILER
032200         DISPLAY 'HR LEAVER FEED HAS NO TRAILER - NOT TRUSTED: '
032300             RFL-LEAVER-FILE-NAME UPON SYSERR
032400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
032500         GO TO 2000-VERIFY-FEED-EXIT
032600     END-IF.
032700     IF RFL-LEAVER-TRAILER-COUNT NOT = RFL-FEED-READ-COUNT
032800         DISPLAY 'HR LEAVER TRAILER COUNT '
032900             RFL-LEAVER-TRAILER-COUNT
033000             ' BUT ' RFL-FEED-READ-COUNT ' DETAIL(S) READ - '
033100             'FEED NOT TRUSTED, NOTHING APPLIED' UPON SYSERR
033200         MOVE 'Y' TO RFL-ANY-FAILURE-SW
033300         GO TO 2000-VERIFY-FEED-EXIT
033400     END-IF.
033500     DISPLAY RFL-FEED-READ-COUNT ' LEAVER(S) ON THE HR FEED'.
033600 2000-VERIFY-FEED-EXIT.
033700     EXIT.
033800
033900 2010-COUNT-ONE-RECORD.
034000     READ LEAVER-FILE
034100         AT END
034200             MOVE 'Y' TO RFL-LEAVER-EOF-SW
034300             GO TO 2010-COUNT-ONE-RECORD-EXIT
034400     END-READ.
034500     IF RFL-LVR-TRAILER-REC
034600         MOVE 'Y' TO RFL-LEAVER-TRAILER-SW
034700         MOVE RFL-LVR-RECORD-COUNT TO RFL-LEAVER-TRAILER-COUNT
034800         GO TO 2010-COUNT-ONE-RECORD-EXIT
034900     END-IF.
035000     IF RFL-LVR-DETAIL-REC
035100         ADD 1 TO RFL-FEED-READ-COUNT
035200     END-IF.
035300 2010-COUNT-ONE-RECORD-EXIT.
035400     EXIT.
035500
035600*****************************************************************
035700*  2500-OPEN-FILES - the entrant KSDS opens I-O and must exist.  *
035800*                    The claim master opens I-O; not there yet   *
035900*                    (no claim has ever been opened) only means  *
036000*                    there is nothing to flag.  The before-image *
036100*                    file extends across runs - Payroll's        *
036200*                    refunds work from all of it - and the       *
036300*                    leaver report is rewritten per run.  Any    *
036400*                    other failure ends the run RC 8 with        *
036500*                    nothing applied: a delete without its       *
036600*                    before-image is a refund nobody can pay.    *
036700*****************************************************************
036800 2500-OPEN-FILES.
036900     OPEN I-O ENTRANT-FILE.
037000     IF NOT RFL-ENTRANT-OK
037100         DISPLAY 'CANNOT OPEN ENTRANT FILE: ' RFL-FILE-NAME
037200             ' STATUS ' RFL-ENTRANT-STATUS UPON SYSERR
037300         MOVE 'Y' TO RFL-ANY-FAILURE-SW
037400         GO TO 2500-OPEN-FILES-EXIT
037500     END-IF.
037600     OPEN I-O CLAIM-FILE.
037700     IF RFL-CLAIM-OK
037800         MOVE 'Y' TO RFL-CLAIM-OPEN-SW
037900     ELSE
038000         IF RFL-CLAIM-NOT-FOUND
038100             DISPLAY 'NO CLAIM MASTER YET (' RFL-CLAIM-FILE-NAME
038200                 ') - NO CLAIMS TO FLAG'
038300         ELSE
038400             DISPLAY 'CANNOT OPEN CLAIM MASTER: '
038500                 RFL-CLAIM-FILE-NAME
038600                 ' STATUS ' RFL-CLAIM-STATUS UPON SYSERR
038700             MOVE 'Y' TO RFL-ANY-FAILURE-SW
038800             CLOSE ENTRANT-FILE
038900             GO TO 2500-OPEN-FILES-EXIT
039000         END-IF
039100     END-IF.
039200     OPEN EXTEND BEFORE-FILE.
039300     IF RFL-BEFORE-NOT-FOUND
039400         OPEN OUTPUT BEFORE-FILE
039500     END-IF.
039600     IF NOT RFL-BEFORE-OK
039700         DISPLAY 'CANNOT OPEN BEFORE-IMAGE FILE: '
039800             RFL-BEFORE-FILE-NAME
039900             ' STATUS ' RFL-BEFORE-STATUS UPON SYSERR
040000         MOVE 'Y' TO RFL-ANY-FAILURE-SW
040100         CLOSE ENTRANT-FILE
040200         IF RFL-CLAIM-IS-OPEN
040300             CLOSE CLAIM-FILE
040400         END-IF
040500         GO TO 2500-OPEN-FILES-EXIT
040600     END-IF.
040700     OPEN OUTPUT LEAVER-REPORT.
040800     IF NOT RFL-LVRPT-OK
040900         DISPLAY 'CANNOT OPEN LEAVER REPORT: '
041000             RFL-LVRPT-FILE-NAME
041100             ' STATUS ' RFL-LVRPT-STATUS UPON SYSERR
041200         MOVE 'Y' TO RFL-ANY-FAILURE-SW
041300         CLOSE ENTRANT-FILE
041400         IF RFL-CLAIM-IS-OPEN
041500             CLOSE CLAIM-FILE
041600         END-IF
041700         CLOSE BEFORE-FILE
041800         GO TO 2500-OPEN-FILES-EXIT
041900     END-IF.
042000     MOVE 'N' TO RFL-LEAVER-EOF-SW.
042100     OPEN INPUT LEAVER-FILE.
042200     IF NOT RFL-LEAVER-OK
042300         DISPLAY 'CANNOT REREAD HR LEAVER FEED: '
042400             RFL-LEAVER-FILE-NAME
042500             ' STATUS ' RFL-LEAVER-STATUS UPON SYSERR
042600         MOVE 'Y' TO RFL-ANY-FAILURE-SW
042700         CLOSE ENTRANT-FILE
042800         IF RFL-CLAIM-IS-OPEN
042900             CLOSE CLAIM-FILE
043000         END-IF
043100         CLOSE BEFORE-FILE
043200         CLOSE LEAVER-REPORT
043300         GO TO 2500-OPEN-FILES-EXIT
043400     END-IF.
043500 2500-OPEN-FILES-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*  3000-APPLY-LEAVERS - second pass over the (now trusted) feed, *
044000*                       applying each leaver in turn under the   *
044100*                       report headings.                         *
044200*****************************************************************
044300 3000-APPLY-LEAVERS.
044400     MOVE RFL-TODAY-DATE TO RFL-LTL-DATE.
044500     MOVE RFL-LEAVER-FILE-NAME TO RFL-LTL-FEED.
044600     MOVE RFL-LVR-TITLE-LINE TO RFL-LVRPT-RECORD.
044700     WRITE RFL-LVRPT-RECORD.
044800     MOVE SPACES TO RFL-LVRPT-RECORD.
044900     WRITE RFL-LVRPT-RECORD.
045000     MOVE RFL-LVR-HEAD-LINE TO RFL-LVRPT-RECORD.
045100     WRITE RFL-LVRPT-RECORD.
045200     PERFORM 3100-APPLY-ONE-LEAVER
045300         THRU 3100-APPLY-ONE-LEAVER-EXIT
045400         UNTIL RFL-LEAVER-AT-END.
045500     MOVE SPACES TO RFL-LVRPT-RECORD.
045600     WRITE RFL-LVRPT-RECORD.
045700     MOVE 'LEAVERS ON FEED' TO RFL-LTT-LABEL.
045800     MOVE RFL-LEAVER-COUNT TO RFL-LTT-COUNT.
045900     PERFORM 3900-WRITE-TOTAL THRU 3900-WRITE-TOTAL-EXIT.
046000     MOVE 'DELETED FROM ENTRANT FILE' TO RFL-LTT-LABEL.
046100     MOVE RFL-DELETED-COUNT TO RFL-LTT-COUNT.
046200     PERFORM 3900-WRITE-TOTAL THRU 3900-WRITE-TOTAL-EXIT.
046300     MOVE 'TICKETS HELD FOR REFUND' TO RFL-LTT-LABEL.
046400     MOVE RFL-REFUND-TICKETS TO RFL-LTT-COUNT.
046500     PERFORM 3900-WRITE-TOTAL THRU 3900-WRITE-TOTAL-EXIT.
046600     MOVE 'NOT ON ENTRANT FILE' TO RFL-LTT-LABEL.
046700     MOVE RFL-NOT-ON-FILE-COUNT TO RFL-LTT-COUNT.
046800     PERFORM 3900-WRITE-TOTAL THRU 3900-WRITE-TOTAL-EXIT.
046900     MOVE 'NO ENTRANT ID - SKIPPED' TO RFL-LTT-LABEL.
047000     MOVE RFL-NO-ID-COUNT TO RFL-LTT-COUNT.
047100     PERFORM 3900-WRITE-TOTAL THRU 3900-WRITE-TOTAL-EXIT.
047200     MOVE 'OPEN CLAIMS FLAGGED' TO RFL-LTT-LABEL.
047300     MOVE RFL-CLAIM-FLAGGED-COUNT TO RFL-LTT-COUNT.
047400     PERFORM 3900-WRITE-TOTAL THRU 3900-WRITE-TOTAL-EXIT.
047410     MOVE 'CLAIMS NOT FLAGGED - FAILED' TO RFL-LTT-LABEL.
047420     MOVE RFL-CLAIM-FAILED-COUNT TO RFL-LTT-COUNT.
047430     PERFORM 3900-WRITE-TOTAL THRU 3900-WRITE-TOTAL-EXIT.
047500     DISPLAY 'LEAVER REPORT WRITTEN TO ' RFL-LVRPT-FILE-NAME.
047600     IF RFL-CLAIM-FLAGGED-COUNT > ZERO
047700         DISPLAY RFL-CLAIM-FLAGGED-COUNT
047800             ' OPEN CLAIM(S) HELD BY LEAVERS - REVIEW FOR REDRAW='
047900             UPON SYSERR
048000     END-IF.
048100 3000-APPLY-LEAVERS-EXIT.
048200     EXIT.
048300
048400*****************************************************************
048500*  3100-APPLY-ONE-LEAVER - one leaver: delete from the entrant   *
048600*                          KSDS behind a before-image, report    *
048700*                          it, then flag their open claims.      *
048800*****************************************************************
048900 3100-APPLY-ONE-LEAVER.
049000     READ LEAVER-FILE
049100         AT END
049200             MOVE 'Y' TO RFL-LEAVER-EOF-SW
049300             GO TO 3100-APPLY-ONE-LEAVER-EXIT
049400     END-READ.
049500     IF NOT RFL-LVR-DETAIL-REC
049600         GO TO 3100-APPLY-ONE-LEAVER-EXIT
049700     END-IF.
049800     ADD 1 TO RFL-LEAVER-COUNT.
049900     MOVE RFL-LVR-ENTRANT-ID TO RFL-LDL-ENTRANT-ID.
050000     MOVE RFL-LVR-NAME       TO RFL-LDL-NAME.
050100     MOVE RFL-LVR-LEAVE-DATE TO RFL-LDL-LEAVE-DATE.
050200     MOVE RFL-LVR-REASON     TO RFL-LDL-REASON.
050300     MOVE SPACES             TO RFL-LDL-TICKETS-X.
050400     MOVE SPACES             TO RFL-LDL-TICKET-TEXT.
050500     IF RFL-LVR-ENTRANT-ID = SPACES
050600         ADD 1 TO RFL-NO-ID-COUNT
050700         MOVE 'NO ENTRANT ID - SKIPPED' TO RFL-LDL-ACTION
050800         MOVE RFL-LVR-DETAIL-LINE TO RFL-LVRPT-RECORD
050900         WRITE RFL-LVRPT-RECORD
051000         GO TO 3100-APPLY-ONE-LEAVER-EXIT
051100     END-IF.
051200     PERFORM 3200-DELETE-ENTRANT THRU 3200-DELETE-ENTRANT-EXIT.
051300     MOVE RFL-LVR-DETAIL-LINE TO RFL-LVRPT-RECORD.
051400     WRITE RFL-LVRPT-RECORD.
051500     IF RFL-CLAIM-IS-OPEN
051600         PERFORM 3300-FLAG-CLAIMS THRU 3300-FLAG-CLAIMS-EXIT
051700     END-IF.
051800 3100-APPLY-ONE-LEAVER-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200*  3200-DELETE-ENTRANT - read the leaver's entrant record, write *
052300*                        its before-image, then delete it.  Not  *
052400*                        on file is reported, not an error - the *
052500*                        extract may already have dropped them,  *
052600*                        or this is a rerun of the same feed.    *
052700*****************************************************************
052800 3200-DELETE-ENTRANT.
052900     MOVE RFL-LVR-ENTRANT-ID TO RFL-ENTRANT-ID.
053000     READ ENTRANT-FILE KEY IS RFL-ENTRANT-ID
053100         INVALID KEY
053200             ADD 1 TO RFL-NOT-ON-FILE-COUNT
053300             MOVE 'NOT ON ENTRANT FILE' TO RFL-LDL-ACTION
053400             GO TO 3200-DELETE-ENTRANT-EXIT
053500     END-READ.
053600     MOVE SPACES             TO RFL-LEAVER-BEFORE-RECORD.
053700     MOVE RFL-ENTRANT-ID     TO RFL-LVB-ENTRANT-ID.
053800     MOVE RFL-ENTRANT-NAME   TO RFL-LVB-NAME.
053900     MOVE RFL-ENTRANT-REGION TO RFL-LVB-REGION.
054000     MOVE RFL-TICKET-COUNT   TO RFL-LVB-TICKET-COUNT.
054100     MOVE RFL-LVR-LEAVE-DATE TO RFL-LVB-LEAVE-DATE.
054200     MOVE RFL-TODAY-DATE     TO RFL-LVB-DELETED-DATE.
054300     WRITE RFL-LEAVER-BEFORE-RECORD.
054400     IF NOT RFL-BEFORE-OK
054500         DISPLAY 'BEFORE-IMAGE WRITE FAILED, STATUS '
054600             RFL-BEFORE-STATUS ' - ' RFL-ENTRANT-ID
054700             ' LEFT ON FILE' UPON SYSERR
054800         MOVE 'Y' TO RFL-ANY-FAILURE-SW
054900         MOVE 'NOT DELETED - NO BEFORE-IMAGE' TO RFL-LDL-ACTION
055000         GO TO 3200-DELETE-ENTRANT-EXIT
055100     END-IF.
055200     DELETE ENTRANT-FILE RECORD
055300         INVALID KEY
055400             DISPLAY 'ENTRANT DELETE FAILED, STATUS '
055500                 RFL-ENTRANT-STATUS ' - ' RFL-ENTRANT-ID
055600                 UPON SYSERR
055700             MOVE 'Y' TO RFL-ANY-FAILURE-SW
055800             MOVE 'DELETE FAILED - SEE SYSERR' TO RFL-LDL-ACTION
055900             GO TO 3200-DELETE-ENTRANT-EXIT
056000     END-DELETE.
056100     ADD 1 TO RFL-DELETED-COUNT.
056200     ADD RFL-LVB-TICKET-COUNT TO RFL-REFUND-TICKETS.
056300     MOVE 'DELETED FROM ENTRANT FILE' TO RFL-LDL-ACTION.
056400     MOVE RFL-LVB-TICKET-COUNT TO RFL-LDL-TICKETS.
056500     MOVE ' TICKET(S) TO REFUND' TO RFL-LDL-TICKET-TEXT.
056600 3200-DELETE-ENTRANT-EXIT.
056700     EXIT.
056800
056900*****************************************************************
057000*  3300-FLAG-CLAIMS - browse the claim master from the leaver's  *
057100*                     first key and flag every OPEN claim they   *
057200*                     hold.  A claim already flagged on an       *
057300*                     earlier night is listed again (it still    *
057400*                     needs a decision) but not rewritten.  A    *
057420*                     claim whose flag cannot be rewritten is    *
057440*                     not listed - it goes to SYSERR and fails   *
057460*                     the step.                                  *
057500*****************************************************************
057600 3300-FLAG-CLAIMS.
057700     MOVE 'N' TO RFL-CLAIM-EOF-SW.
057800     MOVE RFL-LVR-ENTRANT-ID TO RFL-CLM-ENTRANT-ID.
057900     MOVE ZERO TO RFL-CLM-DRAW-DATE.
058000     MOVE ZERO TO RFL-CLM-DRAW-TIME.
058100     START CLAIM-FILE KEY NOT < RFL-CLM-KEY
058200         INVALID KEY
058300             MOVE 'Y' TO RFL-CLAIM-EOF-SW
058400     END-START.
058500     PERFORM 3310-CHECK-ONE-CLAIM
058600         THRU 3310-CHECK-ONE-CLAIM-EXIT
058700         UNTIL RFL-CLAIM-AT-END.
058800 3300-FLAG-CLAIMS-EXIT.
058900     EXIT.
059000
059100 3310-CHECK-ONE-CLAIM.
059200     READ CLAIM-FILE NEXT
059300         AT END
059400             MOVE 'Y' TO RFL-CLAIM-EOF-SW
059500             GO TO 3310-CHECK-ONE-CLAIM-EXIT
059600     END-READ.
059700     IF RFL-CLM-ENTRANT-ID NOT = RFL-LVR-ENTRANT-ID
059800         MOVE 'Y' TO RFL-CLAIM-EOF-SW
059900         GO TO 3310-CHECK-ONE-CLAIM-EXIT
060000     END-IF.
060100     IF NOT RFL-CLM-OPEN
060200         GO TO 3310-CHECK-ONE-CLAIM-EXIT
060300     END-IF.
060400     IF NOT RFL-CLM-WINNER-LEFT
060460         MOVE 'Y' TO RFL-CLM-LEAVER-FLAG
060520         REWRITE RFL-CLAIM-RECORD
060580             INVALID KEY
060640                 CONTINUE
060700         END-REWRITE
060760         IF NOT RFL-CLAIM-OK
060820             ADD 1 TO RFL-CLAIM-FAILED-COUNT
060880             DISPLAY 'CLAIM FLAG FAILED, STATUS '
060940                 RFL-CLAIM-STATUS ' - ' RFL-CLM-ENTRANT-ID
061000                 ' ' RFL-CLM-DRAW-DATE UPON SYSERR
061060             MOVE 'Y' TO RFL-ANY-FAILURE-SW
061120             GO TO 3310-CHECK-ONE-CLAIM-EXIT
061180         END-IF
061240     END-IF.
061300     ADD 1 TO RFL-CLAIM-FLAGGED-COUNT.
061500     MOVE RFL-CLM-DRAW-DATE     TO RFL-LCL-DRAW-DATE.
061600     MOVE RFL-CLM-PRIZE-RANK    TO RFL-LCL-PRIZE-RANK.
061700     MOVE RFL-CLM-DEADLINE-DATE TO RFL-LCL-DEADLINE.
061800     MOVE RFL-CLM-SOURCE-FILE   TO RFL-LCL-SOURCE-FILE.
061900     MOVE RFL-LVR-CLAIM-LINE TO RFL-LVRPT-RECORD.
062000     WRITE RFL-LVRPT-RECORD.
062100 3310-CHECK-ONE-CLAIM-EXIT.
062200     EXIT.
062300
062400 3900-WRITE-TOTAL.
062500     MOVE RFL-LVR-TOTAL-LINE TO RFL-LVRPT-RECORD.
062600     WRITE RFL-LVRPT-RECORD.
062700 3900-WRITE-TOTAL-EXIT.
062800     EXIT.
062900
063000*****************************************************************
063100*  4000-CLOSE-FILES                                              *
063200*****************************************************************
063300 4000-CLOSE-FILES.
063400     CLOSE LEAVER-FILE.
063500     CLOSE ENTRANT-FILE.
063600     IF RFL-CLAIM-IS-OPEN
063700         CLOSE CLAIM-FILE
063800     END-IF.
063900     CLOSE BEFORE-FILE.
064000     CLOSE LEAVER-REPORT.
064100 4000-CLOSE-FILES-EXIT.
064200     EXIT.
064300
064303*****************************************************************
064306*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
064309*                         caller has filled in to the shared    *
064312*                         run-statistics file for the nightly   *
064315*                         operations control report (RFLOPS01). *
064318*                         The statistics are bookkeeping only - *
064321*                         a file that cannot be written is      *
064324*                         warned about and never changes this   *
064327*                         step's return code.                   *
064330*****************************************************************
064333 8900-WRITE-RUN-STATS.
064336     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
064339     MOVE 'RFLLVR01' TO RFL-STA-PROGRAM.
064342     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
064345     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
064348     OPEN EXTEND STATS-FILE.
064351     IF RFL-STATS-NOT-FOUND
064354         OPEN OUTPUT STATS-FILE
064357     END-IF.
064360     IF NOT RFL-STATS-OK
064363         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
064366             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
064369             UPON SYSERR
064372         GO TO 8900-WRITE-RUN-STATS-EXIT
064375     END-IF.
064378     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
064381     WRITE RFL-STATS-LINE.
064384     CLOSE STATS-FILE.
064387 8900-WRITE-RUN-STATS-EXIT.
064390     EXIT.
064393
064400*****************************************************************
064500*  9999-TERMINATE - end of run totals, and the step's closing    *
064510*                   run-statistics record                       *
064600*****************************************************************
064700 9999-TERMINATE.
064800     DISPLAY 'LEAVERS ON FEED:     ' RFL-FEED-READ-COUNT.
064900     DISPLAY 'DELETED:             ' RFL-DELETED-COUNT.
065000     DISPLAY 'NOT ON ENTRANT FILE: ' RFL-NOT-ON-FILE-COUNT.
065100     DISPLAY 'NO ENTRANT ID:       ' RFL-NO-ID-COUNT.
065200     DISPLAY 'TICKETS FOR REFUND:  ' RFL-REFUND-TICKETS.
065300     DISPLAY 'OPEN CLAIMS FLAGGED: ' RFL-CLAIM-FLAGGED-COUNT.
065305     DISPLAY 'CLAIM FLAGS FAILED:  ' RFL-CLAIM-FAILED-COUNT.
065310     MOVE ZERO TO RFL-STA-COUNTS.
065320     MOVE 'S' TO RFL-STA-RECORD-TYPE.
065330     MOVE RFL-FILE-NAME TO RFL-STA-RAFFLE-FILE.
065340     MOVE RFL-FEED-READ-COUNT TO RFL-STA-READ.
065350     MOVE RFL-DELETED-COUNT TO RFL-STA-WRITTEN.
065360     MOVE RFL-NO-ID-COUNT TO RFL-STA-REJECTED.
065365     ADD RFL-CLAIM-FAILED-COUNT TO RFL-STA-REJECTED.
065370     MOVE RFL-CLAIM-FLAGGED-COUNT TO RFL-STA-HELD.
065380     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
065390     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
065400 9999-TERMINATE-EXIT.
065500     EXIT.
