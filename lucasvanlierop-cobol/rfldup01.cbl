003400*  2026-09-02  RDF  Initial program - chained as STEP0160 in   *
003500*                   RFLRAF01 over the same manifest of         *
003600*                   raffle files.                              *
003610*  2026-10-15  RDF  Each run now appends its counts to the     *
003620*                   shared run-statistics file (RFLSTA.CPY) -  *
003630*                   an 'F' record per raffle file and a        *
003640*                   closing 'S' step record - for the RFLOPS01 *
003650*                   operations control report.  RUNID= and     *
003660*                   STATS= added.                              *
003700*                                                               *
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
006300     SELECT HOLD-FILE ASSIGN DYNAMIC RFL-HOLD-FILE-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS RFL-HOLD-STATUS.
006510     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
006520         ORGANIZATION IS LINE SEQUENTIAL
006530         FILE STATUS IS RFL-STATS-STATUS.
006600     SELECT SORT-FILE ASSIGN TO SORTWK.
006700
006800 DATA DIVISION.
008200
008300 FD  HOLD-FILE.
008400 01  RFL-HOLD-RECORD             PIC X(10).
008410
008420 FD  STATS-FILE.
008430 01  RFL-STATS-LINE              PIC X(145).
008500
008600 SD  SORT-FILE.
008700 01  RFL-SORT-RECORD.
009700 01  RFL-MANIFEST-TAG            PIC X(09) VALUE 'MANIFEST='.
009800 01  RFL-CLEARED-TAG             PIC X(08) VALUE 'CLEARED='.
009900 01  RFL-HOLD-TAG                PIC X(05) VALUE 'HOLD='.
009910 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
009920 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
009930 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
010000 01  RFL-MANIFEST-NAME           PIC X(50).
010100 01  RFL-FILE-NAME               PIC X(50).
010200 01  RFL-CLEARED-FILE-NAME       PIC X(50)
010300                                 VALUE 'RFL.DUP.CLEARED'.
010400 01  RFL-REVIEW-FILE-NAME        PIC X(54).
010500 01  RFL-HOLD-FILE-NAME          PIC X(55).
010510 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
010520 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
010530                                 PIC X(08).
010600
010700*----------------------------------------------------------------*
010800*    FILE STATUS AND SWITCHES                                    *
012500 77  RFL-HOLD-STATUS             PIC X(02).
012600     88  RFL-HOLD-OK             VALUE '00'.
012700     88  RFL-HOLD-NOT-FOUND      VALUE '35'.
012710
012720 77  RFL-STATS-STATUS            PIC X(02).
012730     88  RFL-STATS-OK            VALUE '00'.
012740     88  RFL-STATS-NOT-FOUND     VALUE '35'.
012800
012900 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
013000     88  RFL-NO-MORE-ARGS        VALUE 'N'.
018400 77  RFL-FILE-PAIR-COUNT         PIC 9(05) COMP VALUE ZERO.
018500 77  RFL-TOTAL-PAIR-COUNT        PIC 9(07) COMP VALUE ZERO.
018600 77  RFL-HELD-ID-COUNT           PIC 9(07) COMP VALUE ZERO.
018610 77  RFL-FILE-HELD-COUNT         PIC 9(05) COMP VALUE ZERO.
018700
018800*----------------------------------------------------------------*
018900*    REVIEW LINE WORK AREA - reason C is a check-digit pair,      *
020100     05  RFL-DUP-NAME-2          PIC X(30).
020200     05  FILLER                  PIC X(01) VALUE SPACE.
020300     05  RFL-DUP-REGION          PIC X(04).
020310
020320*----------------------------------------------------------------*
020330*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
020340*----------------------------------------------------------------*
020350     COPY RFLSTA.CPY.
020400
020500 PROCEDURE DIVISION.
020600*****************************************************************
023200
023300*****************************************************************
023400*  1000-INITIALIZE - pick up the arguments - the MANIFEST=       *
023500*                    list of raffle files, the CLEARED= list,    *
023600*                    the HOLD=Y/N switch and the run-statistics  *
023610*                    RUNID= and STATS= arguments.                *
023700*****************************************************************
023800 1000-INITIALIZE.
023900     MOVE SPACES TO RFL-MANIFEST-NAME.
023910     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
024000     PERFORM 1010-GET-ONE-ARGUMENT
024100         THRU 1010-GET-ONE-ARGUMENT-EXIT
024200         UNTIL RFL-NO-MORE-ARGS.
027500         END-IF
027600         GO TO 1010-GET-ONE-ARGUMENT-EXIT
027700     END-IF.
027710     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
027720         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
027730         GO TO 1010-GET-ONE-ARGUMENT-EXIT
027740     END-IF.
027750     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
027760         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
027770         GO TO 1010-GET-ONE-ARGUMENT-EXIT
027780     END-IF.
027800     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
027900         UPON SYSERR.
028000 1010-GET-ONE-ARGUMENT-EXIT.
028100     EXIT.
028200
028204*****************************************************************
028208*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
028212*                    statistics under the night's run ID        *
028216*                    instead of today's date.  An operator      *
028220*                    rerunning the chain after midnight gives   *
028224*                    every step the crashed night's ID, as for  *
028228*                    the draw step, so the control report still *
028232*                    sees one night.                            *
028236*****************************************************************
028240 1020-SET-RUN-ID.
028244     IF RFL-ARGUMENT(7:8) IS NUMERIC
028248     AND RFL-ARGUMENT(15:1) = SPACE
028252         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
028256         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
028260     ELSE
028264         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
028268     END-IF.
028272 1020-SET-RUN-ID-EXIT.
028276     EXIT.
028280
028300*****************************************************************
028400*  2000-LOAD-CLEARED-LIST - load the IDs a human has reviewed    *
028500*                           and approved.  A missing list just   *
035300     MOVE RFL-MANIFEST-RECORD TO RFL-FILE-NAME.
035400     PERFORM 3200-SCAN-ONE-FILE
035500         THRU 3200-SCAN-ONE-FILE-EXIT.
035510     MOVE ZERO TO RFL-STA-COUNTS.
035520     MOVE 'F' TO RFL-STA-RECORD-TYPE.
035530     MOVE RFL-FILE-NAME TO RFL-STA-RAFFLE-FILE.
035540     MOVE RFL-FILE-PAIR-COUNT TO RFL-STA-WRITTEN.
035550     MOVE RFL-FILE-HELD-COUNT TO RFL-STA-HELD.
035560     MOVE ZERO TO RFL-STA-RETURN-CODE.
035570     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
035600 3100-SCAN-ONE-LINE-EXIT.
035700     EXIT.
035800
036900*****************************************************************
037000 3200-SCAN-ONE-FILE.
037100     MOVE ZERO TO RFL-FILE-PAIR-COUNT.
037110     MOVE ZERO TO RFL-FILE-HELD-COUNT.
037200     MOVE SPACES TO RFL-REVIEW-FILE-NAME.
037300     STRING RFL-FILE-NAME DELIMITED BY SPACE
037400         '.DUP' DELIMITED BY SIZE
059000         MOVE RFL-DUP-ID-2 TO RFL-HOLD-RECORD
059100         WRITE RFL-HOLD-RECORD
059200         ADD 2 TO RFL-HELD-ID-COUNT
059210         ADD 2 TO RFL-FILE-HELD-COUNT
059300     END-IF.
059400 3500-FLAG-ONE-PAIR-EXIT.
059500     EXIT.
060200 3510-CHECK-ONE-CLEARED-EXIT.
060300     EXIT.
060400
060403*****************************************************************
060406*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
060409*                         caller has filled in to the shared    *
060412*                         run-statistics file for the nightly   *
060415*                         operations control report (RFLOPS01). *
060418*                         The statistics are bookkeeping only - *
060421*                         a file that cannot be written is      *
060424*                         warned about and never changes this   *
060427*                         step's return code.                   *
060430*****************************************************************
060433 8900-WRITE-RUN-STATS.
060436     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
060439     MOVE 'RFLDUP01' TO RFL-STA-PROGRAM.
060442     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
060445     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
060448     OPEN EXTEND STATS-FILE.
060451     IF RFL-STATS-NOT-FOUND
060454         OPEN OUTPUT STATS-FILE
060457     END-IF.
060460     IF NOT RFL-STATS-OK
060463         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
060466             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
060469             UPON SYSERR
060472         GO TO 8900-WRITE-RUN-STATS-EXIT
060475     END-IF.
060478     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
060481     WRITE RFL-STATS-LINE.
060484     CLOSE STATS-FILE.
060487 8900-WRITE-RUN-STATS-EXIT.
060490     EXIT.
060493
060500*****************************************************************
060600*  9999-TERMINATE - end of run totals, and the step's closing    *
060610*                   run-statistics record                       *
060700*****************************************************************
060800 9999-TERMINATE.
060900     DISPLAY 'SUSPECT PAIRS FLAGGED: ' RFL-TOTAL-PAIR-COUNT.
061000     DISPLAY 'IDS HELD OUT:          ' RFL-HELD-ID-COUNT.
061100     DISPLAY 'CLEARED IDS APPLIED:   ' RFL-CLEARED-COUNT.
061110     MOVE ZERO TO RFL-STA-COUNTS.
061120     MOVE 'S' TO RFL-STA-RECORD-TYPE.
061130     MOVE RFL-MANIFEST-NAME TO RFL-STA-RAFFLE-FILE.
061140     MOVE RFL-TOTAL-PAIR-COUNT TO RFL-STA-WRITTEN.
061150     MOVE RFL-HELD-ID-COUNT TO RFL-STA-HELD.
061160     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
061170     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
061200 9999-TERMINATE-EXIT.
061300     EXIT.
