003930*                   manifest is a pure list of raffle files     *
003940*                   again - the setting-line recognition here   *
003950*                   came back out.                              *
003951*  2026-09-02  RDF  The exclusion table grew from 5000 to      *
003952*                   30000 rows for the company-wide raffle,    *
003953*                   overrunning it now leaves the previous     *
003954*                   night's lists in force (RC 8) instead of   *
003955*                   writing incomplete ones, and the           *
003956*                   duplicate-ID check scans only the staff    *
003957*                   entries - repeat winners arrive in key     *
003958*                   order off the history master, so the last  *
003959*                   entry added is the only cooldown entry     *
003960*                   worth comparing against.                   *
003965*  2026-10-15  RDF  Each run now appends its counts to the     *
003970*                   shared run-statistics file (RFLSTA.CPY) -  *
003975*                   an 'F' record per raffle file and a        *
003980*                   closing 'S' step record - for the RFLOPS01 *
003985*                   operations control report.  RUNID= and     *
003990*                   STATS= added.                              *
004000*                                                               *
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
006600     SELECT LISTING-FILE ASSIGN DYNAMIC RFL-LISTING-FILE-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS RFL-LISTING-STATUS.
006810     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
006820         ORGANIZATION IS LINE SEQUENTIAL
006830         FILE STATUS IS RFL-STATS-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
008400
008500 FD  LISTING-FILE.
008600 01  RFL-LISTING-RECORD          PIC X(70).
008610
008620 FD  STATS-FILE.
008630 01  RFL-STATS-LINE              PIC X(145).
008700
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------*
009400 01  RFL-HISTFILE-TAG            PIC X(09) VALUE 'HISTFILE='.
009500 01  RFL-COOLDOWN-TAG            PIC X(09) VALUE 'COOLDOWN='.
009600 01  RFL-STAFF-TAG               PIC X(06) VALUE 'STAFF='.
009610 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
009620 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
009630 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
010400 01  RFL-MANIFEST-NAME           PIC X(50).
010500 01  RFL-HISTORY-FILE-NAME       PIC X(50)
010600                                 VALUE 'RFL.WINNER.HISTORY'.
010900 01  RFL-RAFFLE-FILE-NAME        PIC X(50).
011000 01  RFL-EXCLUSION-FILE-NAME     PIC X(55).
011100 01  RFL-LISTING-FILE-NAME       PIC X(55).
011110 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
011120 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
011130                                 PIC X(08).
011200
011300*----------------------------------------------------------------*
011400*    FILE STATUS AND SWITCHES                                    *
013000
013100 77  RFL-LISTING-STATUS          PIC X(02).
013200     88  RFL-LISTING-OK          VALUE '00'.
013210
013220 77  RFL-STATS-STATUS            PIC X(02).
013230     88  RFL-STATS-OK            VALUE '00'.
013240     88  RFL-STATS-NOT-FOUND     VALUE '35'.
013300
013400 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
013500     88  RFL-NO-MORE-ARGS        VALUE 'N'.
018500 77  RFL-EXCL-SUB                PIC 9(05) COMP VALUE ZERO.
018600 77  RFL-STAFF-LOAD-COUNT        PIC 9(05) COMP VALUE ZERO.
018700 77  RFL-COOLDOWN-LOAD-COUNT     PIC 9(05) COMP VALUE ZERO.
018710 77  RFL-STATS-EXCL-SET-COUNT    PIC 9(05) COMP VALUE ZERO.
018800
018900 01  RFL-EXCL-TABLE.
019000     05  RFL-EXCL-ENTRY          OCCURS 30000 TIMES.
020300     05  RFL-LST-REASON          PIC X(58).
020400 01  RFL-WIN-DATE-X              PIC X(08).
020500 01  RFL-CUTOFF-DATE-X           PIC X(08).
020510
020520*----------------------------------------------------------------*
020530*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
020540*----------------------------------------------------------------*
020550     COPY RFLSTA.CPY.
020600
020700 PROCEDURE DIVISION.
020800*****************************************************************
022900     STOP RUN.
023000
023100*****************************************************************
023200*  1000-INITIALIZE - pick up the arguments (RUNID= and STATS=    *
023210*                    for the run statistics among them) and     *
023300*                    work out the cooldown cutoff date - a win   *
023400*                    on or after that date keeps its winner out  *
023500*                    of every list this run builds.              *
023600*****************************************************************
023700 1000-INITIALIZE.
023800     MOVE SPACES TO RFL-MANIFEST-NAME.
023810     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
023900     PERFORM 1010-GET-ONE-ARGUMENT
024000         THRU 1010-GET-ONE-ARGUMENT-EXIT
024100         UNTIL RFL-NO-MORE-ARGS.
028100         END-IF
028200         GO TO 1010-GET-ONE-ARGUMENT-EXIT
028300     END-IF.
028310     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
028320         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
028330         GO TO 1010-GET-ONE-ARGUMENT-EXIT
028340     END-IF.
028350     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
028360         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
028370         GO TO 1010-GET-ONE-ARGUMENT-EXIT
028380     END-IF.
028400     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
028500         UPON SYSERR.
028600 1010-GET-ONE-ARGUMENT-EXIT.
028700     EXIT.
028800
028804*****************************************************************
028808*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
028812*                    statistics under the night's run ID        *
028816*                    instead of today's date.  An operator      *
028820*                    rerunning the chain after midnight gives   *
028824*                    every step the crashed night's ID, as for  *
028828*                    the draw step, so the control report still *
028832*                    sees one night.                            *
028836*****************************************************************
028840 1020-SET-RUN-ID.
028844     IF RFL-ARGUMENT(7:8) IS NUMERIC
028848     AND RFL-ARGUMENT(15:1) = SPACE
028852         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
028856         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
028860     ELSE
028864         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
028868     END-IF.
028872 1020-SET-RUN-ID-EXIT.
028876     EXIT.
028880
028900*****************************************************************
029000*  2000-LOAD-STAFF-LIST - load the permanent never-eligible      *
029100*                         staff IDs.  A missing list just means  *
041100         GO TO 3100-BUILD-ONE-LINE-EXIT
041200     END-IF.
042200     MOVE RFL-MANIFEST-RECORD TO RFL-RAFFLE-FILE-NAME.
042210     MOVE ZERO TO RFL-STA-COUNTS.
042220     MOVE 'F' TO RFL-STA-RECORD-TYPE.
042230     MOVE RFL-RAFFLE-FILE-NAME TO RFL-STA-RAFFLE-FILE.
042240     MOVE ZERO TO RFL-STA-RETURN-CODE.
042300     PERFORM 3200-WRITE-ONE-EXCL-SET
042400         THRU 3200-WRITE-ONE-EXCL-SET-EXIT.
042410     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
042500 3100-BUILD-ONE-LINE-EXIT.
042600     EXIT.
042700
046300         UNTIL RFL-EXCL-SUB > RFL-EXCL-COUNT.
046400     CLOSE EXCLUSION-FILE.
046500     CLOSE LISTING-FILE.
046510     MOVE RFL-EXCL-COUNT TO RFL-STA-EXCLUDED.
046520     ADD 1 TO RFL-STATS-EXCL-SET-COUNT.
046600     DISPLAY 'WROTE ' RFL-EXCL-COUNT ' EXCLUSION(S) TO '
046700         RFL-EXCLUSION-FILE-NAME.
046800 3200-WRITE-ONE-EXCL-SET-EXIT.
056400 8010-PARSE-ONE-CHARACTER-EXIT.
056500     EXIT.
056600
056603*****************************************************************
056606*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
056609*                         caller has filled in to the shared    *
056612*                         run-statistics file for the nightly   *
056615*                         operations control report (RFLOPS01). *
056618*                         The statistics are bookkeeping only - *
056621*                         a file that cannot be written is      *
056624*                         warned about and never changes this   *
056627*                         step's return code.                   *
056630*****************************************************************
056633 8900-WRITE-RUN-STATS.
056636     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
056639     MOVE 'RFLXCL01' TO RFL-STA-PROGRAM.
056642     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
056645     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
056648     OPEN EXTEND STATS-FILE.
056651     IF RFL-STATS-NOT-FOUND
056654         OPEN OUTPUT STATS-FILE
056657     END-IF.
056660     IF NOT RFL-STATS-OK
056663         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
056666             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
056669             UPON SYSERR
056672         GO TO 8900-WRITE-RUN-STATS-EXIT
056675     END-IF.
056678     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
056681     WRITE RFL-STATS-LINE.
056684     CLOSE STATS-FILE.
056687 8900-WRITE-RUN-STATS-EXIT.
056690     EXIT.
056693
056700*****************************************************************
056800*  9999-TERMINATE - end of run totals, and the step's closing    *
056810*                   run-statistics record                       *
056900*****************************************************************
057000 9999-TERMINATE.
057100     DISPLAY 'STAFF EXCLUSIONS:    ' RFL-STAFF-LOAD-COUNT.
057200     DISPLAY 'COOLDOWN EXCLUSIONS: ' RFL-COOLDOWN-LOAD-COUNT.
057210     MOVE ZERO TO RFL-STA-COUNTS.
057220     MOVE 'S' TO RFL-STA-RECORD-TYPE.
057230     MOVE RFL-MANIFEST-NAME TO RFL-STA-RAFFLE-FILE.
057240     COMPUTE RFL-STA-READ =
057250         RFL-STAFF-LOAD-COUNT + RFL-COOLDOWN-LOAD-COUNT.
057260     COMPUTE RFL-STA-EXCLUDED =
057270         RFL-EXCL-COUNT * RFL-STATS-EXCL-SET-COUNT.
057280     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
057290     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
057300 9999-TERMINATE-EXIT.
057400     EXIT.
