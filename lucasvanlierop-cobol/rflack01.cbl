005100*                   details now persist on the pending file    *
005200*                   until acknowledged or escalated, so the    *
005300*                   age window is real.                        *
005310*  2026-10-15  RDF  Each run's ACK and carry-forward totals    *
005320*                   now go to the shared run-statistics file   *
005330*                   (RFLSTA.CPY) as a closing 'S' step record  *
005340*                   for the RFLOPS01 operations control        *
005350*                   report.  RUNID= and STATS= arguments       *
005360*                   added.                                     *
005400*                                                               *
005500*****************************************************************
005600 IDENTIFICATION DIVISION.
007500     SELECT EXCEPT-FILE ASSIGN DYNAMIC RFL-EXCEPT-FILE-NAME
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS RFL-EXCEPT-STATUS.
007710     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
007720         ORGANIZATION IS LINE SEQUENTIAL
007730         FILE STATUS IS RFL-STATS-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
009600
009700 FD  EXCEPT-FILE.
009800 01  RFL-EXCEPT-RECORD           PIC X(101).
009810
009820 FD  STATS-FILE.
009830 01  RFL-STATS-LINE              PIC X(145).
009900
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------------*
010700 01  RFL-PENDING-TAG             PIC X(08) VALUE 'PENDING='.
010800 01  RFL-EXCEPT-TAG              PIC X(07) VALUE 'EXCEPT='.
010900 01  RFL-AGEDAYS-TAG             PIC X(08) VALUE 'AGEDAYS='.
010910 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
010920 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
010930 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
011000 01  RFL-NOTIFY-FILE-NAME        PIC X(50)
011100                                 VALUE 'RFL.HR.NOTIFY'.
011200 01  RFL-ACK-FILE-NAME           PIC X(50)
013300
013400 77  RFL-EXCEPT-STATUS           PIC X(02).
013500     88  RFL-EXCEPT-OK           VALUE '00'.
013510
013520 77  RFL-STATS-STATUS            PIC X(02).
013530     88  RFL-STATS-OK            VALUE '00'.
013540     88  RFL-STATS-NOT-FOUND     VALUE '35'.
013600
013700 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
013800     88  RFL-NO-MORE-ARGS        VALUE 'N'.
020500 77  RFL-ORPHAN-ACK-COUNT        PIC 9(05) COMP VALUE ZERO.
020600 77  RFL-PENDING-OUT-COUNT       PIC 9(07) COMP VALUE ZERO.
020700 77  RFL-UNNOTIFIED-COUNT        PIC 9(05) COMP VALUE ZERO.
020710 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
020720 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
020730                                 PIC X(08).
020800
020900 01  RFL-DETAIL-TABLE.
021000     05  RFL-DETAIL-ENTRY        OCCURS 1 TO 2000 TIMES
023700     05  RFL-EXC-DRAW-DATE       PIC 9(08).
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  RFL-EXC-RAFFLE          PIC X(50).
023910
023920*----------------------------------------------------------------*
023930*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
023940*----------------------------------------------------------------*
023950     COPY RFLSTA.CPY.
024000
024100 PROCEDURE DIVISION.
024200*****************************************************************
027300     STOP RUN.
027400
027500*****************************************************************
027600*  1000-INITIALIZE - pick up the arguments (RUNID= and STATS=    *
027610*                    for the run statistics among them) and     *
027700*                    work out the age cutoff - a detail drawn    *
027800*                    on or before that date with no ACK on file  *
027900*                    is an unnotified winner for the exception   *
028000*                    report.                                     *
028100*****************************************************************
028200 1000-INITIALIZE.
028210     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
028300     PERFORM 1010-GET-ONE-ARGUMENT
028400         THRU 1010-GET-ONE-ARGUMENT-EXIT
028500         UNTIL RFL-NO-MORE-ARGS.
033000         END-IF
033100         GO TO 1010-GET-ONE-ARGUMENT-EXIT
033200     END-IF.
033210     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
033220         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
033230         GO TO 1010-GET-ONE-ARGUMENT-EXIT
033240     END-IF.
033250     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
033260         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
033270         GO TO 1010-GET-ONE-ARGUMENT-EXIT
033280     END-IF.
033300     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
033400         UPON SYSERR.
033500 1010-GET-ONE-ARGUMENT-EXIT.
033600     EXIT.
033700
033704*****************************************************************
033708*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
033712*                    statistics under the night's run ID        *
033716*                    instead of today's date.  An operator      *
033720*                    rerunning the chain after midnight gives   *
033724*                    every step the crashed night's ID, as for  *
033728*                    the draw step, so the control report still *
033732*                    sees one night.                            *
033736*****************************************************************
033740 1020-SET-RUN-ID.
033744     IF RFL-ARGUMENT(7:8) IS NUMERIC
033748     AND RFL-ARGUMENT(15:1) = SPACE
033752         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
033756         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
033760     ELSE
033764         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
033768     END-IF.
033772 1020-SET-RUN-ID-EXIT.
033776     EXIT.
033780
033800*****************************************************************
033900*  2000-LOAD-PENDING - carry in the details still awaiting an    *
034000*                      ACK from earlier nights.  No pending      *
073500 8010-PARSE-ONE-CHARACTER-EXIT.
073600     EXIT.
073700
073703*****************************************************************
073706*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
073709*                         caller has filled in to the shared    *
073712*                         run-statistics file for the nightly   *
073715*                         operations control report (RFLOPS01). *
073718*                         The statistics are bookkeeping only - *
073721*                         a file that cannot be written is      *
073724*                         warned about and never changes this   *
073727*                         step's return code.                   *
073730*****************************************************************
073733 8900-WRITE-RUN-STATS.
073736     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
073739     MOVE 'RFLACK01' TO RFL-STA-PROGRAM.
073742     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
073745     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
073748     OPEN EXTEND STATS-FILE.
073751     IF RFL-STATS-NOT-FOUND
073754         OPEN OUTPUT STATS-FILE
073757     END-IF.
073760     IF NOT RFL-STATS-OK
073763         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
073766             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
073769             UPON SYSERR
073772         GO TO 8900-WRITE-RUN-STATS-EXIT
073775     END-IF.
073778     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
073781     WRITE RFL-STATS-LINE.
073784     CLOSE STATS-FILE.
073787 8900-WRITE-RUN-STATS-EXIT.
073790     EXIT.
073793
073800*****************************************************************
073900*  9999-TERMINATE - end of run totals, and the step's closing    *
073910*                   run-statistics record                       *
074000*****************************************************************
074100 9999-TERMINATE.
074200     DISPLAY 'CARRIED IN:          ' RFL-PENDING-IN-COUNT.
074500     DISPLAY 'ORPHAN ACKS:         ' RFL-ORPHAN-ACK-COUNT.
074600     DISPLAY 'CARRIED TO TOMORROW: ' RFL-PENDING-OUT-COUNT.
074700     DISPLAY 'UNNOTIFIED WINNERS:  ' RFL-UNNOTIFIED-COUNT.
074710     MOVE ZERO TO RFL-STA-COUNTS.
074720     MOVE 'S' TO RFL-STA-RECORD-TYPE.
074730     MOVE RFL-NOTIFY-FILE-NAME TO RFL-STA-RAFFLE-FILE.
074740     MOVE RFL-ACK-READ-COUNT TO RFL-STA-READ.
074750     MOVE RFL-MATCHED-COUNT TO RFL-STA-WRITTEN.
074760     MOVE RFL-UNNOTIFIED-COUNT TO RFL-STA-REJECTED.
074770     MOVE RFL-PENDING-OUT-COUNT TO RFL-STA-HELD.
074780     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
074790     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
074800 9999-TERMINATE-EXIT.
074900     EXIT.
