003080*                   history record, so the monthly summary     *
003090*                   and the year-end tax extract total prize   *
003091*                   spend off this master alone.               *
003092*  2026-10-15  RDF  Each run now appends its counts to the     *
003093*                   shared run-statistics file (RFLSTA.CPY) -  *
003094*                   an 'F' record per raffle file and a        *
003095*                   closing 'S' step record - for the RFLOPS01 *
003096*                   operations control report.  RUNID= and     *
003097*                   STATS= added.                              *
003100*                                                               *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS RFL-HIST-KEY
005300         FILE STATUS IS RFL-HISTORY-STATUS.
005310     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
005320         ORGANIZATION IS LINE SEQUENTIAL
005330         FILE STATUS IS RFL-STATS-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
006400 FD  HISTORY-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY RFLHIST.CPY.
006610
006620 FD  STATS-FILE.
006630 01  RFL-STATS-LINE              PIC X(145).
006700
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------*
007200 01  RFL-ARGUMENT                PIC X(60).
007300 01  RFL-MANIFEST-TAG            PIC X(09) VALUE 'MANIFEST='.
007400 01  RFL-HISTFILE-TAG            PIC X(09) VALUE 'HISTFILE='.
007410 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
007420 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
007430 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
008200 01  RFL-MANIFEST-NAME           PIC X(50).
008300 01  RFL-REPORT-FILE-NAME        PIC X(54).
008400 01  RFL-HISTORY-FILE-NAME       PIC X(50)
008500                                 VALUE 'RFL.WINNER.HISTORY'.
008600 01  RFL-RAFFLE-FILE-NAME        PIC X(50).
008610 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
008620 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
008630                                 PIC X(08).
008700
008800*----------------------------------------------------------------*
008900*    FILE STATUS AND SWITCHES                                    *
009900 77  RFL-HISTORY-STATUS          PIC X(02).
010000     88  RFL-HISTORY-OK          VALUE '00'.
010100     88  RFL-HISTORY-NOT-FOUND   VALUE '35'.
010110
010120 77  RFL-STATS-STATUS            PIC X(02).
010130     88  RFL-STATS-OK            VALUE '00'.
010140     88  RFL-STATS-NOT-FOUND     VALUE '35'.
010200
010300 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
010400     88  RFL-NO-MORE-ARGS        VALUE 'N'.
012100 77  RFL-RPT-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
012200 77  RFL-HIST-ADD-COUNT          PIC 9(07) COMP VALUE ZERO.
012300 77  RFL-HIST-REPLACE-COUNT      PIC 9(07) COMP VALUE ZERO.
012310 77  RFL-FILE-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
012320 77  RFL-FILE-ADD-COUNT          PIC 9(07) COMP VALUE ZERO.
012400
012410*----------------------------------------------------------------*
012420*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
012430*----------------------------------------------------------------*
012440     COPY RFLSTA.CPY.
012450
012500 PROCEDURE DIVISION.
012600*****************************************************************
012700*  0000-MAINLINE                                                *
014900*****************************************************************
015000*  1000-INITIALIZE - pick up the command-line arguments - the    *
015100*                    MANIFEST= list of that night's raffle       *
015200*                    files, an optional HISTFILE= override of    *
015300*                    the history master's name, and the run-     *
015310*                    statistics RUNID= and STATS= arguments.     *
015400*****************************************************************
015500 1000-INITIALIZE.
015600     MOVE SPACES TO RFL-MANIFEST-NAME.
015610     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
015700     PERFORM 1010-GET-ONE-ARGUMENT
015800         THRU 1010-GET-ONE-ARGUMENT-EXIT
015900         UNTIL RFL-NO-MORE-ARGS.
017300         IF RFL-ARGUMENT(1:9) = RFL-HISTFILE-TAG
017400             MOVE RFL-ARGUMENT(10:50) TO RFL-HISTORY-FILE-NAME
017500         ELSE
017510             IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
017520                 PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
017530             ELSE
017540                 IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
017550                     MOVE RFL-ARGUMENT(7:50)
017560                         TO RFL-STATS-FILE-NAME
017570                 ELSE
017580                     DISPLAY 'UNKNOWN ARGUMENT IGNORED: '
017590                         RFL-ARGUMENT UPON SYSERR
017600                 END-IF
017610             END-IF
017800         END-IF
017900     END-IF.
018000 1010-GET-ONE-ARGUMENT-EXIT.
018100     EXIT.
018200
018204*****************************************************************
018208*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
018212*                    statistics under the night's run ID        *
018216*                    instead of today's date.  An operator      *
018220*                    rerunning the chain after midnight gives   *
018224*                    every step the crashed night's ID, as for  *
018228*                    the draw step, so the control report still *
018232*                    sees one night.                            *
018236*****************************************************************
018240 1020-SET-RUN-ID.
018244     IF RFL-ARGUMENT(7:8) IS NUMERIC
018248     AND RFL-ARGUMENT(15:1) = SPACE
018252         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
018256         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
018260     ELSE
018264         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
018268     END-IF.
018272 1020-SET-RUN-ID-EXIT.
018276     EXIT.
018280
018300*****************************************************************
018400*  2000-OPEN-HISTORY - open the history master for update,       *
018500*                      creating it empty first if this is the    *
024300         GO TO 3100-CONSOLIDATE-ONE-LINE-EXIT
024400     END-IF.
025400     MOVE RFL-MANIFEST-RECORD TO RFL-RAFFLE-FILE-NAME.
025410     MOVE ZERO TO RFL-FILE-READ-COUNT.
025420     MOVE ZERO TO RFL-FILE-ADD-COUNT.
025500     MOVE SPACES TO RFL-REPORT-FILE-NAME.
025600     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
025700         '.RPT' DELIMITED BY SIZE
025900     END-STRING.
026000     PERFORM 3200-FOLD-ONE-REPORT
026100         THRU 3200-FOLD-ONE-REPORT-EXIT.
026110     MOVE ZERO TO RFL-STA-COUNTS.
026120     MOVE 'F' TO RFL-STA-RECORD-TYPE.
026130     MOVE RFL-RAFFLE-FILE-NAME TO RFL-STA-RAFFLE-FILE.
026140     MOVE RFL-FILE-READ-COUNT TO RFL-STA-READ.
026150     MOVE RFL-FILE-ADD-COUNT TO RFL-STA-WRITTEN.
026160     MOVE ZERO TO RFL-STA-RETURN-CODE.
026170     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
026200 3100-CONSOLIDATE-ONE-LINE-EXIT.
026300     EXIT.
026400
029000             GO TO 3300-FOLD-ONE-RECORD-EXIT
029100     END-READ.
029200     ADD 1 TO RFL-RPT-READ-COUNT.
029210     ADD 1 TO RFL-FILE-READ-COUNT.
029300     MOVE RFL-RPT-WINNER-ID     TO RFL-HIST-ENTRANT-ID.
029400     MOVE RFL-RPT-DRAW-DATE     TO RFL-HIST-DRAW-DATE.
029500     MOVE RFL-RPT-DRAW-TIME     TO RFL-HIST-DRAW-TIME.
030400             ADD 1 TO RFL-HIST-REPLACE-COUNT
030500         NOT INVALID KEY
030600             ADD 1 TO RFL-HIST-ADD-COUNT
030610             ADD 1 TO RFL-FILE-ADD-COUNT
030700     END-WRITE.
030800 3300-FOLD-ONE-RECORD-EXIT.
030900     EXIT.
031000
031003*****************************************************************
031006*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
031009*                         caller has filled in to the shared    *
031012*                         run-statistics file for the nightly   *
031015*                         operations control report (RFLOPS01). *
031018*                         The statistics are bookkeeping only - *
031021*                         a file that cannot be written is      *
031024*                         warned about and never changes this   *
031027*                         step's return code.                   *
031030*****************************************************************
031033 8900-WRITE-RUN-STATS.
031036     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
031039     MOVE 'RFLHST01' TO RFL-STA-PROGRAM.
031042     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
031045     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
031048     OPEN EXTEND STATS-FILE.
031051     IF RFL-STATS-NOT-FOUND
031054         OPEN OUTPUT STATS-FILE
031057     END-IF.
031060     IF NOT RFL-STATS-OK
031063         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
031066             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
031069             UPON SYSERR
031072         GO TO 8900-WRITE-RUN-STATS-EXIT
031075     END-IF.
031078     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
031081     WRITE RFL-STATS-LINE.
031084     CLOSE STATS-FILE.
031087 8900-WRITE-RUN-STATS-EXIT.
031090     EXIT.
031093
031100*****************************************************************
031200*  9999-TERMINATE - end of run totals, and the step's closing    *
031210*                   run-statistics record                       *
031300*****************************************************************
031400 9999-TERMINATE.
031500     DISPLAY 'REPORT RECORDS READ:    ' RFL-RPT-READ-COUNT.
031600     DISPLAY 'HISTORY RECORDS ADDED:  ' RFL-HIST-ADD-COUNT.
031700     DISPLAY 'HISTORY RECORDS REDONE: ' RFL-HIST-REPLACE-COUNT.
031710     MOVE ZERO TO RFL-STA-COUNTS.
031720     MOVE 'S' TO RFL-STA-RECORD-TYPE.
031730     MOVE RFL-MANIFEST-NAME TO RFL-STA-RAFFLE-FILE.
031740     MOVE RFL-RPT-READ-COUNT TO RFL-STA-READ.
031750     MOVE RFL-HIST-ADD-COUNT TO RFL-STA-WRITTEN.
031760     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
031770     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
031800 9999-TERMINATE-EXIT.
031900     EXIT.
