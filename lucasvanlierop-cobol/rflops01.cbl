000100*****************************************************************
000200*                                                               *
000300*  RFLOPS01                                                    *
000400*                                                               *
000500*  Nightly operations control report.  Every step of the       *
000600*  RFLRAF01 chain appends its counts to the shared run-        *
000700*  statistics file RFL.RUN.STATS (RFLSTA.CPY) under the        *
000800*  night's run ID - an 'F' record per raffle file it worked    *
000900*  on and a closing 'S' record with its step totals and        *
001000*  return code.  Until now operations pieced the night         *
001100*  together from nine SYSOUTs.  This program reads the run's   *
001200*  records back, sorted by raffle file in the order they were  *
001300*  written, and prints one control report -                    *
001400*                                                               *
001500*      - a step summary, one line per step run, with its RC    *
001600*      - a section per raffle file with every step's counts    *
001700*        for that file                                         *
001800*      - the steps the chain should have run and did not       *
001900*        report (bypassed on COND, abended, or never reached)  *
002000*      - overall totals for the night                          *
002100*                                                               *
002200*  and flags every cross-step imbalance on a file the draw     *
002300*  worked on - winners drawn that the history fold (RFLHST01)  *
002400*  or the claim fold (RFLCLM01) running after the draw did     *
002500*  not pick up one for one, or picked up more of.  A fold      *
002600*  that picks up more than the night drew usually means a      *
002700*  REDRAW= replacement since the last fold - still worth a     *
002800*  look.  Folds that ran before the draw (the morning          *
002900*  catch-up RFLHST01 step) are listed but not balanced.        *
003000*                                                               *
003100*      RC = 0   REPORT CLEAN                                   *
003200*      RC = 4   A STEP FAILED OR DID NOT REPORT, OR A FILE IS  *
003300*               OUT OF BALANCE - SEE THE REPORT                *
003400*      RC = 8   NO STATISTICS FOR THE RUN ID, OR THE REPORT    *
003500*               COULD NOT BE WRITTEN                           *
003600*                                                               *
003700*  AUTHOR:        R. de la Fuente                              *
003800*  INSTALLATION:  Domcode Payroll & Promotions                 *
003900*  DATE-WRITTEN:  2026-10-15                                    *
004000*  DATE-COMPILED: 2026-10-15                                    *
004100*                                                               *
004200*  MODIFICATION HISTORY                                        *
004300*  ---------------------                                       *
004400*  2026-10-15  RDF  Initial program - last reporting step of    *
004500*                   RFLRAF01 (STEP0290), run whatever the       *
004600*                   earlier steps returned.                     *
004610*  2026-10-15  RDF  RFLSEL01 added to the expected steps - it   *
004620*                   checks the .RPT seals twice a night, ahead  *
004630*                   of the catch-up history fold (STEP0142) and *
004640*                   ahead of the folds behind the draw          *
004650*                   (STEP0245).                                 *
004660*  2026-10-15  RDF  RFLCAL01 added to the expected steps - it   *
004670*                   builds the night's manifest from the raffle *
004680*                   calendar (STEP0120) and moves the calendar  *
004690*                   on behind the draw (STEP0270).              *
004691*  2026-10-15  RDF  RFLPUB01 added to the expected steps - it   *
004692*                   publishes the night's draw results          *
004693*                   (STEP0260).                                 *
004694*  2026-10-15  RDF  RFLSEL01 now expected three times - it also *
004695*                   checks every file's seals ahead of the      *
004696*                   republish pass (STEP0258).                  *
004700*                                                               *
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.     RFLOPS01.
005100 AUTHOR.         R. de la Fuente.
005200 INSTALLATION.   Domcode Payroll & Promotions.
005300 DATE-WRITTEN.   2026-10-15.
005400 DATE-COMPILED.  2026-10-15.
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS RFL-STATS-STATUS.
006200     SELECT REPORT-FILE ASSIGN DYNAMIC RFL-REPORT-FILE-NAME
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS RFL-REPORT-STATUS.
006500     SELECT SORT-FILE ASSIGN TO SORTWK.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  STATS-FILE.
007000 01  RFL-STATS-LINE              PIC X(145).
007100
007200 FD  REPORT-FILE.
007300 01  RFL-REPORT-RECORD           PIC X(132).
007400
007500 SD  SORT-FILE.
007600 01  RFL-SORT-RECORD.
007700     05  RFL-SRT-TYPE            PIC X(01).
007800     05  RFL-SRT-FILE            PIC X(50).
007900     05  RFL-SRT-STAMP-DATE      PIC 9(08).
008000     05  RFL-SRT-STAMP-TIME      PIC 9(08).
008100     05  RFL-SRT-STATS           PIC X(145).
008200
008300 WORKING-STORAGE SECTION.
008400*----------------------------------------------------------------*
008500*    COMMAND-LINE / FILE NAME FIELDS                             *
008600*----------------------------------------------------------------*
008700 01  RFL-ARGUMENT                PIC X(60).
008800 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
008900 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
009000 01  RFL-REPORT-TAG              PIC X(07) VALUE 'REPORT='.
009100 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
009200 01  RFL-REPORT-FILE-NAME        PIC X(50)
009300                                 VALUE 'RFL.OPS.CONTROL'.
009400 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
009500 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
009600                                 PIC X(08).
009700 01  RFL-TODAY-DATE              PIC 9(08) VALUE ZERO.
009800
009900*----------------------------------------------------------------*
010000*    FILE STATUS AND SWITCHES                                    *
010100*----------------------------------------------------------------*
010200 77  RFL-STATS-STATUS            PIC X(02).
010300     88  RFL-STATS-OK            VALUE '00'.
010400     88  RFL-STATS-NOT-FOUND     VALUE '35'.
010500
010600 77  RFL-REPORT-STATUS           PIC X(02).
010700     88  RFL-REPORT-OK           VALUE '00'.
010800
010900 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
011000     88  RFL-NO-MORE-ARGS        VALUE 'N'.
011100
011200 77  RFL-STATS-EOF-SW            PIC X(01) VALUE 'N'.
011300     88  RFL-STATS-AT-END        VALUE 'Y'.
011400
011500 77  RFL-SORT-EOF-SW             PIC X(01) VALUE 'N'.
011600     88  RFL-SORT-AT-END         VALUE 'Y'.
011700
011800 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
011900     88  RFL-ANY-FAILURE         VALUE 'Y'.
012000
012100 77  RFL-STEP-HEAD-SW            PIC X(01) VALUE 'N'.
012200     88  RFL-STEP-HEAD-DONE      VALUE 'Y'.
012300
012400 77  RFL-FILE-HEAD-SW            PIC X(01) VALUE 'N'.
012500     88  RFL-FILE-HEAD-DONE      VALUE 'Y'.
012600
012700 77  RFL-FILE-STARTED-SW         PIC X(01) VALUE 'N'.
012800     88  RFL-FILE-STARTED        VALUE 'Y'.
012900
013000 77  RFL-SLOT-FOUND-SW           PIC X(01) VALUE 'N'.
013100     88  RFL-SLOT-FOUND          VALUE 'Y'.
013200
013300*----------------------------------------------------------------*
013400*    EXPECTED STEPS - every program the nightly chain runs, and  *
013500*    how many times.  RFLHST01 runs twice - the catch-up fold    *
013600*    ahead of the draw and the fold behind it.  RFLSEL01 runs    *
013610*    three times - the seals ahead of each fold, and every       *
013615*    file's seals ahead of the republish pass.  RFLCAL01 runs    *
013620*    twice - it builds the manifest ahead of everything and      *
013630*    moves the raffle calendar on after the draw.  (Its          *
013640*    MODE=LIST run files no statistics.)                         *
013700*----------------------------------------------------------------*
013800 01  RFL-DRAW-PROGRAM            PIC X(16)
013900                                 VALUE 'DOMCODE-RAFFLER'.
014000 01  RFL-HISTORY-PROGRAM         PIC X(16) VALUE 'RFLHST01'.
014100 01  RFL-CLAIM-PROGRAM           PIC X(16) VALUE 'RFLCLM01'.
014200
014300 01  RFL-EXPECTED-STEP-LIST.
014310     05  FILLER                  PIC X(17)
014320                                 VALUE 'RFLCAL01        2'.
014400     05  FILLER                  PIC X(17)
014500                                 VALUE 'RFLCNV01        1'.
014510     05  FILLER                  PIC X(17)
014520                                 VALUE 'RFLSEL01        3'.
014600     05  FILLER                  PIC X(17)
014700                                 VALUE 'RFLHST01        2'.
014800     05  FILLER                  PIC X(17)
014900                                 VALUE 'RFLXCL01        1'.
015000     05  FILLER                  PIC X(17)
015100                                 VALUE 'RFLDUP01        1'.
015200     05  FILLER                  PIC X(17)
015300                                 VALUE 'RFLSLS01        1'.
015400     05  FILLER                  PIC X(17)
015500                                 VALUE 'RFLACK01        1'.
015600     05  FILLER                  PIC X(17)
015700                                 VALUE 'RFLLVR01        1'.
015800     05  FILLER                  PIC X(17)
015900                                 VALUE 'DOMCODE-RAFFLER 1'.
016000     05  FILLER                  PIC X(17)
016100                                 VALUE 'RFLCLM01        1'.
016110     05  FILLER                  PIC X(17)
016120                                 VALUE 'RFLPUB01        1'.
016200 01  RFL-EXPECTED-STEP-TABLE REDEFINES RFL-EXPECTED-STEP-LIST.
016300     05  RFL-EXPECTED-STEP       OCCURS 12 TIMES.
016400         10  RFL-EXP-PROGRAM     PIC X(16).
016500         10  RFL-EXP-RUNS        PIC 9(01).
016600
016700 01  RFL-STEP-SEEN-TABLE.
016800     05  RFL-STEP-SEEN-COUNT     PIC 9(03) COMP OCCURS 12 TIMES.
016900
017000 77  RFL-EXPECTED-STEPS          PIC 9(02) COMP VALUE 12.
017100 77  RFL-STEP-SUB                PIC 9(02) COMP VALUE ZERO.
017200
017300*----------------------------------------------------------------*
017400*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
017500*----------------------------------------------------------------*
017600     COPY RFLSTA.CPY.
017700
017800*----------------------------------------------------------------*
017900*    RAFFLE-FILE CONTROL BREAK - what the draw did to the file   *
018000*    and what the folds behind it picked up.                     *
018100*----------------------------------------------------------------*
018200 01  RFL-CURRENT-FILE            PIC X(50) VALUE SPACES.
018300 77  RFL-FILE-DRAWN-SW           PIC X(01) VALUE 'N'.
018400     88  RFL-FILE-DRAWN          VALUE 'Y'.
018500 77  RFL-FILE-DRAW-FAILED-SW     PIC X(01) VALUE 'N'.
018600     88  RFL-FILE-DRAW-FAILED    VALUE 'Y'.
018700 77  RFL-FILE-HIST-SW            PIC X(01) VALUE 'N'.
018800     88  RFL-FILE-HIST-SEEN      VALUE 'Y'.
018900 77  RFL-FILE-CLAIM-SW           PIC X(01) VALUE 'N'.
019000     88  RFL-FILE-CLAIM-SEEN     VALUE 'Y'.
019100 77  RFL-FILE-WINNERS            PIC 9(07) COMP VALUE ZERO.
019200 77  RFL-FILE-HIST-FOLDED        PIC 9(07) COMP VALUE ZERO.
019300 77  RFL-FILE-CLAIMS-OPENED      PIC 9(07) COMP VALUE ZERO.
019400
019500*----------------------------------------------------------------*
019600*    RUN TOTALS                                                  *
019700*----------------------------------------------------------------*
019800 77  RFL-RECORD-COUNT            PIC 9(07) COMP VALUE ZERO.
019900 77  RFL-STEP-COUNT              PIC 9(07) COMP VALUE ZERO.
020000 77  RFL-STEP-FAILED-COUNT       PIC 9(07) COMP VALUE ZERO.
020100 77  RFL-STEP-MISSING-COUNT      PIC 9(07) COMP VALUE ZERO.
020200 77  RFL-FILE-COUNT              PIC 9(07) COMP VALUE ZERO.
020300 77  RFL-FILE-FAILED-COUNT       PIC 9(07) COMP VALUE ZERO.
020400 77  RFL-IMBALANCE-COUNT         PIC 9(07) COMP VALUE ZERO.
020500 77  RFL-DRAW-READ-TOTAL         PIC 9(09) COMP VALUE ZERO.
020600 77  RFL-DRAW-REJECT-TOTAL       PIC 9(09) COMP VALUE ZERO.
020700 77  RFL-DRAW-EXCLUDED-TOTAL     PIC 9(09) COMP VALUE ZERO.
020800 77  RFL-WINNERS-TOTAL           PIC 9(07) COMP VALUE ZERO.
020900 77  RFL-HIST-FOLDED-TOTAL       PIC 9(07) COMP VALUE ZERO.
021000 77  RFL-CLAIMS-OPENED-TOTAL     PIC 9(07) COMP VALUE ZERO.
021100 77  RFL-SKIPPED-TOTAL           PIC 9(07) COMP VALUE ZERO.
021200 77  RFL-ATTENTION-COUNT         PIC 9(07) COMP VALUE ZERO.
021300
021400*----------------------------------------------------------------*
021500*    REPORT LINE WORK AREAS                                      *
021600*----------------------------------------------------------------*
021700 01  RFL-TITLE-LINE.
021800     05  FILLER                  PIC X(50) VALUE
021900         'DOMCODE RAFFLE - NIGHTLY OPERATIONS CONTROL REPORT'.
022000     05  FILLER                  PIC X(09) VALUE ' - RUN ID'.
022100     05  FILLER                  PIC X(01) VALUE SPACE.
022200     05  RFL-TTL-RUN-ID          PIC 9(08).
022300     05  FILLER                  PIC X(12) VALUE '  PRINTED ON'.
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  RFL-TTL-PRINTED         PIC 9(08).
022600
022700 01  RFL-HEAD-LINE.
022800     05  FILLER                  PIC X(69) VALUE
022900         '  PROGRAM          FILE / MANIFEST'.
023000     05  FILLER                  PIC X(32) VALUE
023100         '    READ WRITTEN  REJECT EXCLUDE'.
023200     05  FILLER                  PIC X(30) VALUE
023300         '    HELD WINNERS SKIPPED    RC'.
023400
023500 01  RFL-DETAIL-LINE.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  RFL-DTL-PROGRAM         PIC X(16).
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  RFL-DTL-FILE            PIC X(50).
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  RFL-DTL-READ            PIC ZZZZZZ9.
024200     05  FILLER                  PIC X(01) VALUE SPACE.
024300     05  RFL-DTL-WRITTEN         PIC ZZZZZZ9.
024400     05  FILLER                  PIC X(01) VALUE SPACE.
024500     05  RFL-DTL-REJECTED        PIC ZZZZZZ9.
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  RFL-DTL-EXCLUDED        PIC ZZZZZZ9.
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  RFL-DTL-HELD            PIC ZZZZZZ9.
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  RFL-DTL-WINNERS         PIC ZZZZZZ9.
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  RFL-DTL-SKIPPED         PIC ZZZZZZ9.
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  RFL-DTL-RC              PIC ZZZ9.
025600
025700 01  RFL-FILE-HEAD-LINE.
025800     05  FILLER                  PIC X(12) VALUE 'RAFFLE FILE '.
025900     05  RFL-FHL-FILE            PIC X(50).
026000
026100 01  RFL-FLAG-LINE.
026200     05  FILLER                  PIC X(06) VALUE '  *** '.
026300     05  RFL-FLL-TEXT            PIC X(80).
026400
026500 01  RFL-BALANCE-LINE.
026600     05  FILLER                  PIC X(23) VALUE
026700         '  *** OUT OF BALANCE - '.
026800     05  FILLER                  PIC X(14) VALUE 'WINNERS DRAWN '.
026900     05  RFL-BLL-WINNERS         PIC ZZZZZZ9.
027000     05  FILLER                  PIC X(05) VALUE ' BUT '.
027100     05  RFL-BLL-LABEL           PIC X(15).
027200     05  RFL-BLL-COUNT           PIC ZZZZZZ9.
027300
027400 01  RFL-MISSING-LINE.
027500     05  FILLER                  PIC X(06) VALUE '  *** '.
027600     05  RFL-MSL-PROGRAM         PIC X(16).
027700     05  FILLER                  PIC X(09) VALUE 'EXPECTED '.
027800     05  RFL-MSL-EXPECTED        PIC 9(01).
027900     05  FILLER                  PIC X(18) VALUE
028000         ' RUN(S), REPORTED '.
028100     05  RFL-MSL-SEEN            PIC ZZ9.
028200     05  FILLER                  PIC X(38) VALUE
028300         ' - BYPASSED, ABENDED OR NEVER REACHED'.
028400
028500 01  RFL-NONE-LINE.
028600     05  FILLER                  PIC X(39) VALUE
028700         '*** NO RUN STATISTICS FOUND FOR RUN ID '.
028800     05  RFL-NNL-RUN-ID          PIC 9(08).
028900     05  FILLER                  PIC X(04) VALUE ' ON '.
029000     05  RFL-NNL-FILE            PIC X(50).
029100
029200 01  RFL-TOTAL-LINE.
029300     05  RFL-TOT-LABEL           PIC X(44).
029400     05  RFL-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
029500
029600 PROCEDURE DIVISION.
029700*****************************************************************
029800*  0000-MAINLINE                                                *
029900*****************************************************************
030000 0000-MAINLINE.
030100     DISPLAY 'RFLOPS01 - NIGHTLY OPERATIONS CONTROL REPORT'.
030200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030300     PERFORM 2000-OPEN-REPORT THRU 2000-OPEN-REPORT-EXIT.
030400     IF NOT RFL-ANY-FAILURE
030500         PERFORM 3000-SORT-STATISTICS
030600             THRU 3000-SORT-STATISTICS-EXIT
030700         IF RFL-RECORD-COUNT = ZERO
030800             PERFORM 4900-REPORT-NO-STATISTICS
030900                 THRU 4900-REPORT-NO-STATISTICS-EXIT
031000         ELSE
031100             PERFORM 4000-CHECK-EXPECTED-STEPS
031200                 THRU 4000-CHECK-EXPECTED-STEPS-EXIT
031300             PERFORM 5000-PRINT-TOTALS
031400                 THRU 5000-PRINT-TOTALS-EXIT
031500         END-IF
031600         CLOSE REPORT-FILE
031700     END-IF.
031800     IF RFL-ANY-FAILURE
031900         MOVE 8 TO RETURN-CODE
032000     ELSE
032100         IF RFL-ATTENTION-COUNT > ZERO
032200             MOVE 4 TO RETURN-CODE
032300         END-IF
032400     END-IF.
032500     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
032600     STOP RUN.
032700
032800*****************************************************************
032900*  1000-INITIALIZE - the run ID defaults to today's date, as on  *
033000*                    every step that writes the statistics;      *
033100*                    RUNID= reports an earlier night (or the     *
033200*                    crashed night an after-midnight rerun       *
033300*                    carried on).  STATS= and REPORT= override   *
033400*                    the file names.                             *
033500*****************************************************************
033600 1000-INITIALIZE.
033700     ACCEPT RFL-TODAY-DATE FROM DATE YYYYMMDD.
033800     MOVE RFL-TODAY-DATE TO RFL-STATS-RUN-ID.
033900     INITIALIZE RFL-STEP-SEEN-TABLE.
034000     PERFORM 1010-GET-ONE-ARGUMENT
034100         THRU 1010-GET-ONE-ARGUMENT-EXIT
034200         UNTIL RFL-NO-MORE-ARGS.
034300     DISPLAY 'REPORTING RUN ID ' RFL-STATS-RUN-ID.
034400 1000-INITIALIZE-EXIT.
034500     EXIT.
034600
034700 1010-GET-ONE-ARGUMENT.
034800     MOVE SPACES TO RFL-ARGUMENT.
034900     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
035000         ON EXCEPTION
035100             MOVE 'N' TO RFL-MORE-ARGS-SW
035200             GO TO 1010-GET-ONE-ARGUMENT-EXIT
035300     END-ACCEPT.
035400     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
035500         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
035600         GO TO 1010-GET-ONE-ARGUMENT-EXIT
035700     END-IF.
035800     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
035900         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
036000         GO TO 1010-GET-ONE-ARGUMENT-EXIT
036100     END-IF.
036200     IF RFL-ARGUMENT(1:7) = RFL-REPORT-TAG
036300         MOVE RFL-ARGUMENT(8:50) TO RFL-REPORT-FILE-NAME
036400         GO TO 1010-GET-ONE-ARGUMENT-EXIT
036500     END-IF.
036600     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
036700         UPON SYSERR.
036800 1010-GET-ONE-ARGUMENT-EXIT.
036900     EXIT.
037000
037100*****************************************************************
037200*  1020-SET-RUN-ID - RUNID=yyyymmdd reports that night's run     *
037300*                    instead of today's.                         *
037400*****************************************************************
037500 1020-SET-RUN-ID.
037600     IF RFL-ARGUMENT(7:8) IS NUMERIC
037700     AND RFL-ARGUMENT(15:1) = SPACE
037800         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
037900     ELSE
038000         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
038100     END-IF.
038200 1020-SET-RUN-ID-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*  2000-OPEN-REPORT - open the control report and print its      *
038700*                     title.                                     *
038800*****************************************************************
038900 2000-OPEN-REPORT.
039000     OPEN OUTPUT REPORT-FILE.
039100     IF NOT RFL-REPORT-OK
039200         DISPLAY 'CANNOT WRITE ' RFL-REPORT-FILE-NAME
039300             ' STATUS ' RFL-REPORT-STATUS UPON SYSERR
039400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
039500         GO TO 2000-OPEN-REPORT-EXIT
039600     END-IF.
039700     MOVE RFL-STATS-RUN-ID TO RFL-TTL-RUN-ID.
039800     MOVE RFL-TODAY-DATE TO RFL-TTL-PRINTED.
039900     MOVE RFL-TITLE-LINE TO RFL-REPORT-RECORD.
040000     WRITE RFL-REPORT-RECORD.
040100 2000-OPEN-REPORT-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500*  3000-SORT-STATISTICS - external sort of the run's statistics  *
040600*                         records - the step records first, in   *
040700*                         the order the steps ran, then the      *
040800*                         raffle-file records grouped by file,   *
040900*                         each file's in the order the steps     *
041000*                         wrote them, so the folds behind the    *
041100*                         draw can be told from the ones ahead   *
041200*                         of it.                                 *
041300*****************************************************************
041400 3000-SORT-STATISTICS.
041500     MOVE 'N' TO RFL-SORT-EOF-SW.
041600     SORT SORT-FILE
041700         ON DESCENDING KEY RFL-SRT-TYPE
041800         ON ASCENDING KEY RFL-SRT-FILE
041900         ON ASCENDING KEY RFL-SRT-STAMP-DATE
042000         ON ASCENDING KEY RFL-SRT-STAMP-TIME
042100         WITH DUPLICATES IN ORDER
042200         INPUT PROCEDURE IS 3100-RELEASE-STATISTICS
042300             THRU 3100-RELEASE-STATISTICS-EXIT
042400         OUTPUT PROCEDURE IS 3300-PRINT-SORTED
042500             THRU 3300-PRINT-SORTED-EXIT.
042600 3000-SORT-STATISTICS-EXIT.
042700     EXIT.
042800
042900 3100-RELEASE-STATISTICS.
043000     MOVE 'N' TO RFL-STATS-EOF-SW.
043100     OPEN INPUT STATS-FILE.
043200     IF NOT RFL-STATS-OK
043300         DISPLAY 'CANNOT OPEN RUN STATISTICS: '
043400             RFL-STATS-FILE-NAME
043500             ' STATUS ' RFL-STATS-STATUS UPON SYSERR
043600         GO TO 3100-RELEASE-STATISTICS-EXIT
043700     END-IF.
043800     PERFORM 3200-RELEASE-ONE-RECORD
043900         THRU 3200-RELEASE-ONE-RECORD-EXIT
044000         UNTIL RFL-STATS-AT-END.
044100     CLOSE STATS-FILE.
044200 3100-RELEASE-STATISTICS-EXIT.
044300     EXIT.
044400
044500 3200-RELEASE-ONE-RECORD.
044600     READ STATS-FILE
044700         AT END
044800             MOVE 'Y' TO RFL-STATS-EOF-SW
044900             GO TO 3200-RELEASE-ONE-RECORD-EXIT
045000     END-READ.
045100     MOVE RFL-STATS-LINE TO RFL-RUN-STATS-RECORD.
045200     IF RFL-STA-RUN-ID NOT NUMERIC
045300         GO TO 3200-RELEASE-ONE-RECORD-EXIT
045400     END-IF.
045500     IF RFL-STA-RUN-ID NOT = RFL-STATS-RUN-ID
045600         GO TO 3200-RELEASE-ONE-RECORD-EXIT
045700     END-IF.
045800     IF NOT RFL-STA-FILE-REC AND NOT RFL-STA-STEP-REC
045900         GO TO 3200-RELEASE-ONE-RECORD-EXIT
046000     END-IF.
046100     MOVE RFL-STA-RECORD-TYPE TO RFL-SRT-TYPE.
046200     IF RFL-STA-STEP-REC
046300         MOVE SPACES TO RFL-SRT-FILE
046400     ELSE
046500         MOVE RFL-STA-RAFFLE-FILE TO RFL-SRT-FILE
046600     END-IF.
046700     MOVE RFL-STA-STAMP-DATE TO RFL-SRT-STAMP-DATE.
046800     MOVE RFL-STA-STAMP-TIME TO RFL-SRT-STAMP-TIME.
046900     MOVE RFL-RUN-STATS-RECORD TO RFL-SRT-STATS.
047000     RELEASE RFL-SORT-RECORD.
047100 3200-RELEASE-ONE-RECORD-EXIT.
047200     EXIT.
047300
047400 3300-PRINT-SORTED.
047500     PERFORM 3400-PRINT-ONE-SORTED
047600         THRU 3400-PRINT-ONE-SORTED-EXIT
047700         UNTIL RFL-SORT-AT-END.
047800     IF RFL-FILE-STARTED
047900         PERFORM 3700-CLOSE-FILE-SECTION
048000             THRU 3700-CLOSE-FILE-SECTION-EXIT
048100     END-IF.
048200 3300-PRINT-SORTED-EXIT.
048300     EXIT.
048400
048500 3400-PRINT-ONE-SORTED.
048600     RETURN SORT-FILE
048700         AT END
048800             MOVE 'Y' TO RFL-SORT-EOF-SW
048900             GO TO 3400-PRINT-ONE-SORTED-EXIT
049000     END-RETURN.
049100     MOVE RFL-SRT-STATS TO RFL-RUN-STATS-RECORD.
049200     ADD 1 TO RFL-RECORD-COUNT.
049300     IF RFL-STA-STEP-REC
049400         PERFORM 3500-PRINT-STEP-LINE
049500             THRU 3500-PRINT-STEP-LINE-EXIT
049600     ELSE
049700         PERFORM 3600-PRINT-FILE-LINE
049800             THRU 3600-PRINT-FILE-LINE-EXIT
049900     END-IF.
050000 3400-PRINT-ONE-SORTED-EXIT.
050100     EXIT.
050200
050300*****************************************************************
050400*  3500-PRINT-STEP-LINE - one line of the step summary.  The     *
050500*                         step is ticked off the expected list,  *
050600*                         and an RC of 8 or worse is flagged.    *
050700*****************************************************************
050800 3500-PRINT-STEP-LINE.
050900     IF NOT RFL-STEP-HEAD-DONE
051000         MOVE SPACES TO RFL-REPORT-RECORD
051100         WRITE RFL-REPORT-RECORD
051200         MOVE 'STEP SUMMARY - ONE LINE PER STEP RUN, IN RUN ORDER'
051300             TO RFL-REPORT-RECORD
051400         WRITE RFL-REPORT-RECORD
051500         MOVE RFL-HEAD-LINE TO RFL-REPORT-RECORD
051600         WRITE RFL-REPORT-RECORD
051700         MOVE 'Y' TO RFL-STEP-HEAD-SW
051800     END-IF.
051900     ADD 1 TO RFL-STEP-COUNT.
052000     PERFORM 8100-FORMAT-DETAIL-LINE
052100         THRU 8100-FORMAT-DETAIL-LINE-EXIT.
052200     MOVE RFL-STA-RAFFLE-FILE TO RFL-DTL-FILE.
052300     MOVE RFL-DETAIL-LINE TO RFL-REPORT-RECORD.
052400     WRITE RFL-REPORT-RECORD.
052500     MOVE 'N' TO RFL-SLOT-FOUND-SW.
052600     PERFORM 3510-MATCH-ONE-STEP
052700         THRU 3510-MATCH-ONE-STEP-EXIT
052800         VARYING RFL-STEP-SUB FROM 1 BY 1
052900         UNTIL RFL-SLOT-FOUND
053000             OR RFL-STEP-SUB > RFL-EXPECTED-STEPS.
053100     IF RFL-STA-RETURN-CODE NOT < 8
053200         ADD 1 TO RFL-STEP-FAILED-COUNT
053300         ADD 1 TO RFL-ATTENTION-COUNT
053400         MOVE 'STEP ENDED RC 8 OR WORSE - SEE ITS SYSOUT'
053500             TO RFL-FLL-TEXT
053600         MOVE RFL-FLAG-LINE TO RFL-REPORT-RECORD
053700         WRITE RFL-REPORT-RECORD
053800     END-IF.
053900 3500-PRINT-STEP-LINE-EXIT.
054000     EXIT.
054100
054200 3510-MATCH-ONE-STEP.
054300     IF RFL-EXP-PROGRAM(RFL-STEP-SUB) = RFL-STA-PROGRAM
054400         ADD 1 TO RFL-STEP-SEEN-COUNT(RFL-STEP-SUB)
054500         MOVE 'Y' TO RFL-SLOT-FOUND-SW
054600     END-IF.
054700 3510-MATCH-ONE-STEP-EXIT.
054800     EXIT.
054900
055000*****************************************************************
055100*  3600-PRINT-FILE-LINE - one step's counts for one raffle file, *
055200*                         breaking to a new section when the     *
055300*                         file changes.  The draw's record says  *
055400*                         how many winners the file should       *
055500*                         carry forward; only the history and    *
055600*                         claim folds written after it count     *
055700*                         toward the balance.                    *
055800*****************************************************************
055900 3600-PRINT-FILE-LINE.
056000     IF NOT RFL-FILE-STARTED
056100             OR RFL-STA-RAFFLE-FILE NOT = RFL-CURRENT-FILE
056200         IF RFL-FILE-STARTED
056300             PERFORM 3700-CLOSE-FILE-SECTION
056400                 THRU 3700-CLOSE-FILE-SECTION-EXIT
056500         END-IF
056600         PERFORM 3650-START-FILE-SECTION
056700             THRU 3650-START-FILE-SECTION-EXIT
056800     END-IF.
056900     PERFORM 8100-FORMAT-DETAIL-LINE
057000         THRU 8100-FORMAT-DETAIL-LINE-EXIT.
057100     MOVE SPACES TO RFL-DTL-FILE.
057200     MOVE RFL-DETAIL-LINE TO RFL-REPORT-RECORD.
057300     WRITE RFL-REPORT-RECORD.
057400     ADD RFL-STA-SKIPPED TO RFL-SKIPPED-TOTAL.
057500     IF RFL-STA-PROGRAM = RFL-DRAW-PROGRAM
057600         MOVE 'Y' TO RFL-FILE-DRAWN-SW
057700         ADD RFL-STA-WINNERS TO RFL-FILE-WINNERS
057800         ADD RFL-STA-READ TO RFL-DRAW-READ-TOTAL
057900         ADD RFL-STA-REJECTED TO RFL-DRAW-REJECT-TOTAL
058000         ADD RFL-STA-EXCLUDED TO RFL-DRAW-EXCLUDED-TOTAL
058100         IF RFL-STA-RETURN-CODE NOT < 8
058200             MOVE 'Y' TO RFL-FILE-DRAW-FAILED-SW
058300         END-IF
058400         GO TO 3600-PRINT-FILE-LINE-EXIT
058500     END-IF.
058600     IF NOT RFL-FILE-DRAWN
058700         GO TO 3600-PRINT-FILE-LINE-EXIT
058800     END-IF.
058900     IF RFL-STA-PROGRAM = RFL-HISTORY-PROGRAM
059000         MOVE 'Y' TO RFL-FILE-HIST-SW
059100         ADD RFL-STA-WRITTEN TO RFL-FILE-HIST-FOLDED
059200     END-IF.
059300     IF RFL-STA-PROGRAM = RFL-CLAIM-PROGRAM
059400         MOVE 'Y' TO RFL-FILE-CLAIM-SW
059500         ADD RFL-STA-WRITTEN TO RFL-FILE-CLAIMS-OPENED
059600     END-IF.
059700 3600-PRINT-FILE-LINE-EXIT.
059800     EXIT.
059900
060000 3650-START-FILE-SECTION.
060100     IF NOT RFL-FILE-HEAD-DONE
060200         MOVE SPACES TO RFL-REPORT-RECORD
060300         WRITE RFL-REPORT-RECORD
060400         MOVE 'RAFFLE FILES - EACH STEP''S COUNTS, IN RUN ORDER'
060500             TO RFL-REPORT-RECORD
060600         WRITE RFL-REPORT-RECORD
060700         MOVE RFL-HEAD-LINE TO RFL-REPORT-RECORD
060800         WRITE RFL-REPORT-RECORD
060900         MOVE 'Y' TO RFL-FILE-HEAD-SW
061000     END-IF.
061100     ADD 1 TO RFL-FILE-COUNT.
061200     MOVE RFL-STA-RAFFLE-FILE TO RFL-CURRENT-FILE.
061300     MOVE 'Y' TO RFL-FILE-STARTED-SW.
061400     MOVE 'N' TO RFL-FILE-DRAWN-SW.
061500     MOVE 'N' TO RFL-FILE-DRAW-FAILED-SW.
061600     MOVE 'N' TO RFL-FILE-HIST-SW.
061700     MOVE 'N' TO RFL-FILE-CLAIM-SW.
061800     MOVE ZERO TO RFL-FILE-WINNERS.
061900     MOVE ZERO TO RFL-FILE-HIST-FOLDED.
062000     MOVE ZERO TO RFL-FILE-CLAIMS-OPENED.
062100     MOVE SPACES TO RFL-REPORT-RECORD.
062200     WRITE RFL-REPORT-RECORD.
062300     MOVE RFL-CURRENT-FILE TO RFL-FHL-FILE.
062400     MOVE RFL-FILE-HEAD-LINE TO RFL-REPORT-RECORD.
062500     WRITE RFL-REPORT-RECORD.
062600 3650-START-FILE-SECTION-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000*  3700-CLOSE-FILE-SECTION - the cross-step checks for the file  *
063100*                            just listed.  A file the draw did   *
063200*                            not touch tonight has nothing to    *
063300*                            balance.  Otherwise every winner    *
063400*                            drawn must have been folded to the  *
063500*                            history master and opened as a      *
063600*                            claim by the folds behind the draw. *
063700*****************************************************************
063800 3700-CLOSE-FILE-SECTION.
063900     IF NOT RFL-FILE-DRAWN
064000         GO TO 3700-CLOSE-FILE-SECTION-EXIT
064100     END-IF.
064200     ADD RFL-FILE-WINNERS TO RFL-WINNERS-TOTAL.
064300     ADD RFL-FILE-HIST-FOLDED TO RFL-HIST-FOLDED-TOTAL.
064400     ADD RFL-FILE-CLAIMS-OPENED TO RFL-CLAIMS-OPENED-TOTAL.
064500     IF RFL-FILE-DRAW-FAILED
064600         ADD 1 TO RFL-FILE-FAILED-COUNT
064700         ADD 1 TO RFL-ATTENTION-COUNT
064800         MOVE 'DRAW FAILED ON THIS FILE - SEE THE DRAW SYSOUT'
064900             TO RFL-FLL-TEXT
065000         MOVE RFL-FLAG-LINE TO RFL-REPORT-RECORD
065100         WRITE RFL-REPORT-RECORD
065200     END-IF.
065300     IF RFL-FILE-WINNERS > ZERO AND NOT RFL-FILE-HIST-SEEN
065400         ADD 1 TO RFL-IMBALANCE-COUNT
065500         MOVE 'WINNERS DRAWN BUT NO HISTORY FOLD RAN AFTER DRAW'
065600             TO RFL-FLL-TEXT
065700         MOVE RFL-FLAG-LINE TO RFL-REPORT-RECORD
065800         WRITE RFL-REPORT-RECORD
065900     ELSE
066000         IF RFL-FILE-HIST-FOLDED NOT = RFL-FILE-WINNERS
066100             ADD 1 TO RFL-IMBALANCE-COUNT
066200             MOVE RFL-FILE-WINNERS TO RFL-BLL-WINNERS
066300             MOVE 'HISTORY FOLDED' TO RFL-BLL-LABEL
066400             MOVE RFL-FILE-HIST-FOLDED TO RFL-BLL-COUNT
066500             MOVE RFL-BALANCE-LINE TO RFL-REPORT-RECORD
066600             WRITE RFL-REPORT-RECORD
066700         END-IF
066800     END-IF.
066900     IF RFL-FILE-WINNERS > ZERO AND NOT RFL-FILE-CLAIM-SEEN
067000         ADD 1 TO RFL-IMBALANCE-COUNT
067100         MOVE 'WINNERS DRAWN BUT NO CLAIM FOLD RAN AFTER DRAW'
067200             TO RFL-FLL-TEXT
067300         MOVE RFL-FLAG-LINE TO RFL-REPORT-RECORD
067400         WRITE RFL-REPORT-RECORD
067500     ELSE
067600         IF RFL-FILE-CLAIMS-OPENED NOT = RFL-FILE-WINNERS
067700             ADD 1 TO RFL-IMBALANCE-COUNT
067800             MOVE RFL-FILE-WINNERS TO RFL-BLL-WINNERS
067900             MOVE 'CLAIMS OPENED' TO RFL-BLL-LABEL
068000             MOVE RFL-FILE-CLAIMS-OPENED TO RFL-BLL-COUNT
068100             MOVE RFL-BALANCE-LINE TO RFL-REPORT-RECORD
068200             WRITE RFL-REPORT-RECORD
068300         END-IF
068400     END-IF.
068500 3700-CLOSE-FILE-SECTION-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900*  4000-CHECK-EXPECTED-STEPS - every program the chain runs      *
069000*                              should have reported at least as  *
069100*                              many times as it is scheduled.    *
069200*                              A rerun reporting twice is fine;  *
069300*                              a step that never reported was    *
069400*                              bypassed on its COND, abended, or *
069500*                              the chain stopped short of it.    *
069600*****************************************************************
069700 4000-CHECK-EXPECTED-STEPS.
069800     MOVE SPACES TO RFL-REPORT-RECORD.
069900     WRITE RFL-REPORT-RECORD.
070000     MOVE 'EXPECTED STEPS' TO RFL-REPORT-RECORD.
070100     WRITE RFL-REPORT-RECORD.
070200     PERFORM 4100-CHECK-ONE-STEP
070300         THRU 4100-CHECK-ONE-STEP-EXIT
070400         VARYING RFL-STEP-SUB FROM 1 BY 1
070500         UNTIL RFL-STEP-SUB > RFL-EXPECTED-STEPS.
070600     IF RFL-STEP-MISSING-COUNT = ZERO
070700         MOVE '  ALL EXPECTED STEPS REPORTED' TO RFL-REPORT-RECORD
070800         WRITE RFL-REPORT-RECORD
070900     END-IF.
071000 4000-CHECK-EXPECTED-STEPS-EXIT.
071100     EXIT.
071200
071300 4100-CHECK-ONE-STEP.
071400     IF RFL-STEP-SEEN-COUNT(RFL-STEP-SUB)
071500             NOT < RFL-EXP-RUNS(RFL-STEP-SUB)
071600         GO TO 4100-CHECK-ONE-STEP-EXIT
071700     END-IF.
071800     ADD 1 TO RFL-STEP-MISSING-COUNT.
071900     ADD 1 TO RFL-ATTENTION-COUNT.
072000     MOVE RFL-EXP-PROGRAM(RFL-STEP-SUB) TO RFL-MSL-PROGRAM.
072100     MOVE RFL-EXP-RUNS(RFL-STEP-SUB) TO RFL-MSL-EXPECTED.
072200     MOVE RFL-STEP-SEEN-COUNT(RFL-STEP-SUB) TO RFL-MSL-SEEN.
072300     MOVE RFL-MISSING-LINE TO RFL-REPORT-RECORD.
072400     WRITE RFL-REPORT-RECORD.
072500 4100-CHECK-ONE-STEP-EXIT.
072600     EXIT.
072700
072800*****************************************************************
072900*  4900-REPORT-NO-STATISTICS - nothing on file for the run ID -  *
073000*                              the chain never ran, wrote its    *
073100*                              statistics elsewhere, or ran      *
073200*                              under another run ID.             *
073300*****************************************************************
073400 4900-REPORT-NO-STATISTICS.
073500     MOVE RFL-STATS-RUN-ID TO RFL-NNL-RUN-ID.
073600     MOVE RFL-STATS-FILE-NAME TO RFL-NNL-FILE.
073700     MOVE SPACES TO RFL-REPORT-RECORD.
073800     WRITE RFL-REPORT-RECORD.
073900     MOVE RFL-NONE-LINE TO RFL-REPORT-RECORD.
074000     WRITE RFL-REPORT-RECORD.
074100     DISPLAY 'NO RUN STATISTICS FOR RUN ID ' RFL-STATS-RUN-ID
074200         ' ON ' RFL-STATS-FILE-NAME UPON SYSERR.
074300     MOVE 'Y' TO RFL-ANY-FAILURE-SW.
074400 4900-REPORT-NO-STATISTICS-EXIT.
074500     EXIT.
074600
074700*****************************************************************
074800*  5000-PRINT-TOTALS - overall totals for the night, and the     *
074900*                      verdict operations reads first.           *
075000*****************************************************************
075100 5000-PRINT-TOTALS.
075200     MOVE SPACES TO RFL-REPORT-RECORD.
075300     WRITE RFL-REPORT-RECORD.
075400     MOVE 'OVERALL TOTALS' TO RFL-REPORT-RECORD.
075500     WRITE RFL-REPORT-RECORD.
075600     MOVE 'STEPS REPORTED:' TO RFL-TOT-LABEL.
075700     MOVE RFL-STEP-COUNT TO RFL-TOT-COUNT.
075800     PERFORM 8200-WRITE-TOTAL-LINE
075900         THRU 8200-WRITE-TOTAL-LINE-EXIT.
076000     MOVE 'STEPS ENDED RC 8 OR WORSE:' TO RFL-TOT-LABEL.
076100     MOVE RFL-STEP-FAILED-COUNT TO RFL-TOT-COUNT.
076200     PERFORM 8200-WRITE-TOTAL-LINE
076300         THRU 8200-WRITE-TOTAL-LINE-EXIT.
076400     MOVE 'EXPECTED STEPS NOT REPORTED:' TO RFL-TOT-LABEL.
076500     MOVE RFL-STEP-MISSING-COUNT TO RFL-TOT-COUNT.
076600     PERFORM 8200-WRITE-TOTAL-LINE
076700         THRU 8200-WRITE-TOTAL-LINE-EXIT.
076800     MOVE 'RAFFLE FILES REPORTED:' TO RFL-TOT-LABEL.
076900     MOVE RFL-FILE-COUNT TO RFL-TOT-COUNT.
077000     PERFORM 8200-WRITE-TOTAL-LINE
077100         THRU 8200-WRITE-TOTAL-LINE-EXIT.
077200     MOVE 'RAFFLE FILES THE DRAW FAILED:' TO RFL-TOT-LABEL.
077300     MOVE RFL-FILE-FAILED-COUNT TO RFL-TOT-COUNT.
077400     PERFORM 8200-WRITE-TOTAL-LINE
077500         THRU 8200-WRITE-TOTAL-LINE-EXIT.
077600     MOVE 'FILES SKIPPED AS ALREADY COMPLETE:' TO RFL-TOT-LABEL.
077700     MOVE RFL-SKIPPED-TOTAL TO RFL-TOT-COUNT.
077800     PERFORM 8200-WRITE-TOTAL-LINE
077900         THRU 8200-WRITE-TOTAL-LINE-EXIT.
078000     MOVE 'ENTRANTS READ BY THE DRAW:' TO RFL-TOT-LABEL.
078100     MOVE RFL-DRAW-READ-TOTAL TO RFL-TOT-COUNT.
078200     PERFORM 8200-WRITE-TOTAL-LINE
078300         THRU 8200-WRITE-TOTAL-LINE-EXIT.
078400     MOVE 'ENTRANTS REJECTED ON EDITS:' TO RFL-TOT-LABEL.
078500     MOVE RFL-DRAW-REJECT-TOTAL TO RFL-TOT-COUNT.
078600     PERFORM 8200-WRITE-TOTAL-LINE
078700         THRU 8200-WRITE-TOTAL-LINE-EXIT.
078800     MOVE 'ENTRANTS EXCLUDED FROM THE DRAW:' TO RFL-TOT-LABEL.
078900     MOVE RFL-DRAW-EXCLUDED-TOTAL TO RFL-TOT-COUNT.
079000     PERFORM 8200-WRITE-TOTAL-LINE
079100         THRU 8200-WRITE-TOTAL-LINE-EXIT.
079200     MOVE 'WINNERS DRAWN:' TO RFL-TOT-LABEL.
079300     MOVE RFL-WINNERS-TOTAL TO RFL-TOT-COUNT.
079400     PERFORM 8200-WRITE-TOTAL-LINE
079500         THRU 8200-WRITE-TOTAL-LINE-EXIT.
079600     MOVE 'WINS FOLDED TO HISTORY AFTER THE DRAW:'
079700         TO RFL-TOT-LABEL.
079800     MOVE RFL-HIST-FOLDED-TOTAL TO RFL-TOT-COUNT.
079900     PERFORM 8200-WRITE-TOTAL-LINE
080000         THRU 8200-WRITE-TOTAL-LINE-EXIT.
080100     MOVE 'CLAIMS OPENED AFTER THE DRAW:' TO RFL-TOT-LABEL.
080200     MOVE RFL-CLAIMS-OPENED-TOTAL TO RFL-TOT-COUNT.
080300     PERFORM 8200-WRITE-TOTAL-LINE
080400         THRU 8200-WRITE-TOTAL-LINE-EXIT.
080500     MOVE 'CROSS-STEP IMBALANCES:' TO RFL-TOT-LABEL.
080600     MOVE RFL-IMBALANCE-COUNT TO RFL-TOT-COUNT.
080700     PERFORM 8200-WRITE-TOTAL-LINE
080800         THRU 8200-WRITE-TOTAL-LINE-EXIT.
080900     ADD RFL-IMBALANCE-COUNT TO RFL-ATTENTION-COUNT.
081000     MOVE SPACES TO RFL-REPORT-RECORD.
081100     WRITE RFL-REPORT-RECORD.
081200     IF RFL-ATTENTION-COUNT = ZERO
081300         MOVE 'CONTROL REPORT CLEAN' TO RFL-REPORT-RECORD
081400     ELSE
081500         MOVE '*** CONTROL REPORT NEEDS ATTENTION - SEE *** LINES'
081600             TO RFL-REPORT-RECORD
081700     END-IF.
081800     WRITE RFL-REPORT-RECORD.
081900     DISPLAY 'CONTROL REPORT WRITTEN TO ' RFL-REPORT-FILE-NAME.
082000 5000-PRINT-TOTALS-EXIT.
082100     EXIT.
082200
082300*****************************************************************
082400*  8100-FORMAT-DETAIL-LINE - one statistics record's counts and  *
082500*                            return code onto the detail line.   *
082600*****************************************************************
082700 8100-FORMAT-DETAIL-LINE.
082800     MOVE RFL-STA-PROGRAM TO RFL-DTL-PROGRAM.
082900     MOVE RFL-STA-READ TO RFL-DTL-READ.
083000     MOVE RFL-STA-WRITTEN TO RFL-DTL-WRITTEN.
083100     MOVE RFL-STA-REJECTED TO RFL-DTL-REJECTED.
083200     MOVE RFL-STA-EXCLUDED TO RFL-DTL-EXCLUDED.
083300     MOVE RFL-STA-HELD TO RFL-DTL-HELD.
083400     MOVE RFL-STA-WINNERS TO RFL-DTL-WINNERS.
083500     MOVE RFL-STA-SKIPPED TO RFL-DTL-SKIPPED.
083600     MOVE RFL-STA-RETURN-CODE TO RFL-DTL-RC.
083700 8100-FORMAT-DETAIL-LINE-EXIT.
083800     EXIT.
083900
084000 8200-WRITE-TOTAL-LINE.
084100     MOVE RFL-TOTAL-LINE TO RFL-REPORT-RECORD.
084200     WRITE RFL-REPORT-RECORD.
084300 8200-WRITE-TOTAL-LINE-EXIT.
084400     EXIT.
084500
084600*****************************************************************
084700*  9999-TERMINATE - end of run totals                            *
084800*****************************************************************
084900 9999-TERMINATE.
085000     DISPLAY 'STATISTICS RECORDS:  ' RFL-RECORD-COUNT.
085100     DISPLAY 'STEPS REPORTED:      ' RFL-STEP-COUNT.
085200     DISPLAY 'RAFFLE FILES:        ' RFL-FILE-COUNT.
085300     DISPLAY 'IMBALANCES:          ' RFL-IMBALANCE-COUNT.
085400     DISPLAY 'NEEDING ATTENTION:   ' RFL-ATTENTION-COUNT.
085500 9999-TERMINATE-EXIT.
085600     EXIT.
