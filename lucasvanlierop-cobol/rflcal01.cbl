000100*****************************************************************
000200*                                                               *
000300*  RFLCAL01                                                    *
000400*                                                               *
000500*  Raffle calendar.  RFL.DEPT.MANIFEST used to be written      *
000600*  wholesale by the RFLEXT01 extract, so every department file *
000700*  was drawn every night whether its raffle was due or not,    *
000800*  and a raffle with an end date or a quarterly draw was       *
000900*  handled by someone editing the manifest.  The               *
001000*  raffle-calendar master RFL.RAFFLE.CALENDAR (RFLCAL.CPY,     *
001100*  keyed by raffle file name) now holds each raffle's          *
001200*  ticket-sales window, its draw date and recurrence, and its  *
001300*  status.  This program runs twice a night -                  *
001400*                                                               *
001500*      MODE=BUILD    ahead of the draw - writes the night's    *
001600*                    manifest (MANIFEST=): every OPEN or       *
001700*                    SALES CLOSED raffle whose draw date has   *
001800*                    come (an overdue one is drawn late, not   *
001900*                    lost), then every file on the extract's   *
002000*                    list (FILES=) that is not on the calendar *
002100*                    at all, which is still drawn nightly as   *
002200*                    it always was until Promotions puts it    *
002300*                    on the calendar.                          *
002400*      MODE=ADVANCE  behind the draw - every raffle that was   *
002500*                    due and that the draw stamped complete    *
002600*                    on RFL.RUN.CONTROL (RUNCTL=) under a run  *
002700*                    ID on or after its draw date is moved     *
002800*                    on: a one-off raffle to DRAWN, a          *
002900*                    recurring one rolled forward a period -   *
003000*                    sales window and draw date together -     *
003100*                    and reopened.  A due raffle the draw did  *
003200*                    not complete stays due for tomorrow's     *
003300*                    manifest.  Then every OPEN raffle whose   *
003400*                    sales close date has come goes to SALES   *
003500*                    CLOSED, and RFLSLS01 refuses its sales.   *
003510*      MODE=LIST     on demand - writes every raffle file      *
003520*                    there is (MANIFEST=): every raffle on the *
003530*                    calendar whatever its status, then every  *
003540*                    file on the extract's list that is not on *
003550*                    it.  The erasure and eligibility jobs     *
003560*                    read this list, so a raffle not due       *
003570*                    tonight is still reached.  Files no run   *
003580*                    statistics.                               *
003600*                                                               *
003700*  "Tonight" is the run ID - today's date unless RUNID=        *
003800*  carries the night an after-midnight rerun belongs to, as on *
003900*  every step of the chain.  A calendar that does not exist    *
004000*  yet is treated as empty, so the first nights draw every     *
004100*  extract file as before.                                     *
004200*                                                               *
004300*      RC = 0   NORMAL                                         *
004400*      RC = 4   BUILD - A FILE ON THE EXTRACT'S LIST IS NOT ON *
004500*                       THE CALENDAR, OR THERE WAS NO LIST     *
004510*               LIST - THERE WAS NO EXTRACT LIST               *
004600*               ADVANCE - A RAFFLE DUE TONIGHT WAS NOT DRAWN   *
004700*      RC = 8   NO OR BAD MODE=, OR A FILE COULD NOT BE        *
004800*               OPENED - BUILD LEAVES THE MANIFEST EMPTY,      *
004900*               ADVANCE MOVES NOTHING,                         *
004910*               LIST LEAVES THE LIST EMPTY                     *
005000*                                                               *
005100*  AUTHOR:        R. de la Fuente                              *
005200*  INSTALLATION:  Domcode Payroll & Promotions                 *
005300*  DATE-WRITTEN:  2026-10-15                                   *
005400*  DATE-COMPILED: 2026-10-15                                   *
005500*                                                               *
005600*  MODIFICATION HISTORY                                        *
005700*  ---------------------                                       *
005800*  2026-10-15  RDF  Initial program - RFLRAF01 STEP0120        *
005900*                   (BUILD) and STEP0270 (ADVANCE).            *
005910*  2026-10-15  RDF  MODE=LIST - every raffle file, due or      *
005920*                   not, for the erasure and eligibility       *
005930*                   jobs.                                      *
005940*  2026-10-15  RDF  A monthly or quarterly roll clamps to the  *
005950*                   month's last day from the raffle's anchor  *
005960*                   day (RFLCAL.CPY), so a short month no      *
005970*                   longer moves the raffle's day for good.    *
006000*                                                               *
006100*****************************************************************
006200 IDENTIFICATION DIVISION.
006300 PROGRAM-ID.     RFLCAL01.
006400 AUTHOR.         R. de la Fuente.
006500 INSTALLATION.   Domcode Payroll & Promotions.
006600 DATE-WRITTEN.   2026-10-15.
006700 DATE-COMPILED.  2026-10-15.
006800
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT CALENDAR-FILE ASSIGN DYNAMIC RFL-CALENDAR-FILE-NAME
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RFL-CAL-FILE-NAME
007600         FILE STATUS IS RFL-CALENDAR-STATUS.
007700     SELECT FILES-FILE ASSIGN DYNAMIC RFL-FILES-NAME
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS RFL-FILES-STATUS.
008000     SELECT MANIFEST-FILE ASSIGN DYNAMIC RFL-MANIFEST-NAME
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS RFL-MANIFEST-STATUS.
008300     SELECT RUN-FILE ASSIGN DYNAMIC RFL-RUN-CONTROL-NAME
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS RFL-RNC-FILE-NAME
008700         FILE STATUS IS RFL-RUN-CONTROL-STATUS.
008800     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS RFL-STATS-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  CALENDAR-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY RFLCAL.CPY.
009700
009800 FD  FILES-FILE.
009900 01  RFL-FILES-RECORD            PIC X(50).
010000
010100 FD  MANIFEST-FILE.
010200 01  RFL-MANIFEST-RECORD         PIC X(50).
010300
010400 FD  RUN-FILE
010500     LABEL RECORDS ARE STANDARD.
010600     COPY RFLRUN.CPY.
010700
010800 FD  STATS-FILE.
010900 01  RFL-STATS-LINE              PIC X(145).
011000
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------------*
011300*    COMMAND-LINE / FILE NAME FIELDS                             *
011400*----------------------------------------------------------------*
011500 01  RFL-ARGUMENT                PIC X(60).
011600 01  RFL-MODE-TAG                PIC X(05) VALUE 'MODE='.
011700 01  RFL-CALENDAR-TAG            PIC X(09) VALUE 'CALENDAR='.
011800 01  RFL-FILES-TAG               PIC X(06) VALUE 'FILES='.
011900 01  RFL-MANIFEST-TAG            PIC X(09) VALUE 'MANIFEST='.
012000 01  RFL-RUNCTL-TAG              PIC X(07) VALUE 'RUNCTL='.
012100 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
012200 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
012300 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
012400 01  RFL-CALENDAR-FILE-NAME      PIC X(50)
012500                                 VALUE 'RFL.RAFFLE.CALENDAR'.
012600 01  RFL-FILES-NAME              PIC X(50)
012700                                 VALUE 'RFL.DEPT.FILES'.
012800 01  RFL-MANIFEST-NAME           PIC X(50)
012900                                 VALUE 'RFL.DEPT.MANIFEST'.
013000 01  RFL-RUN-CONTROL-NAME        PIC X(50)
013100                                 VALUE 'RFL.RUN.CONTROL'.
013200 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
013300 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
013400                                 PIC X(08).
013500
013600 01  RFL-RUN-MODE                PIC X(08) VALUE SPACES.
013700     88  RFL-MODE-BUILD          VALUE 'BUILD'.
013800     88  RFL-MODE-ADVANCE        VALUE 'ADVANCE'.
013810     88  RFL-MODE-LIST           VALUE 'LIST'.
013900
014000*----------------------------------------------------------------*
014100*    FILE STATUS AND SWITCHES                                    *
014200*----------------------------------------------------------------*
014300 77  RFL-CALENDAR-STATUS         PIC X(02).
014400     88  RFL-CALENDAR-OK         VALUE '00'.
014500     88  RFL-CALENDAR-NOT-FOUND  VALUE '35'.
014600
014700 77  RFL-FILES-STATUS            PIC X(02).
014800     88  RFL-FILES-OK            VALUE '00'.
014900     88  RFL-FILES-NOT-FOUND     VALUE '35'.
015000
015100 77  RFL-MANIFEST-STATUS         PIC X(02).
015200     88  RFL-MANIFEST-OK         VALUE '00'.
015300
015400 77  RFL-RUN-CONTROL-STATUS      PIC X(02).
015500     88  RFL-RUN-CONTROL-OK      VALUE '00'.
015600     88  RFL-RUN-CONTROL-NOT-FOUND
015700                                 VALUE '35'.
015800
015900 77  RFL-STATS-STATUS            PIC X(02).
016000     88  RFL-STATS-OK            VALUE '00'.
016100     88  RFL-STATS-NOT-FOUND     VALUE '35'.
016200
016300 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
016400     88  RFL-NO-MORE-ARGS        VALUE 'N'.
016500
016600 77  RFL-CALENDAR-EOF-SW         PIC X(01) VALUE 'N'.
016700     88  RFL-CALENDAR-AT-END     VALUE 'Y'.
016800
016900 77  RFL-FILES-EOF-SW            PIC X(01) VALUE 'N'.
017000     88  RFL-FILES-AT-END        VALUE 'Y'.
017100
017200 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
017300     88  RFL-ANY-FAILURE         VALUE 'Y'.
017400
017500 77  RFL-ATTENTION-SW            PIC X(01) VALUE 'N'.
017600     88  RFL-NEEDS-ATTENTION     VALUE 'Y'.
017700
017800 77  RFL-CALENDAR-OPEN-SW        PIC X(01) VALUE 'N'.
017900     88  RFL-CALENDAR-IS-OPEN    VALUE 'Y'.
018000
018100 77  RFL-RUN-CONTROL-OPEN-SW     PIC X(01) VALUE 'N'.
018200     88  RFL-RUN-CONTROL-IS-OPEN VALUE 'Y'.
018300
018400 77  RFL-DRAWN-SW                PIC X(01) VALUE 'N'.
018500     88  RFL-RAFFLE-DRAWN        VALUE 'Y'.
018600
018700 77  RFL-CHANGED-SW              PIC X(01) VALUE 'N'.
018800     88  RFL-RECORD-CHANGED      VALUE 'Y'.
018900
019000*----------------------------------------------------------------*
019100*    CALENDAR COUNTERS                                           *
019200*----------------------------------------------------------------*
019300 77  RFL-CAL-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
019400 77  RFL-DUE-COUNT               PIC 9(07) COMP VALUE ZERO.
019500 77  RFL-OVERDUE-COUNT           PIC 9(07) COMP VALUE ZERO.
019600 77  RFL-NOT-DUE-COUNT           PIC 9(07) COMP VALUE ZERO.
019700 77  RFL-LISTED-COUNT            PIC 9(07) COMP VALUE ZERO.
019800 77  RFL-UNCALENDARED-COUNT      PIC 9(07) COMP VALUE ZERO.
019900 77  RFL-MANIFEST-COUNT          PIC 9(07) COMP VALUE ZERO.
020000 77  RFL-DRAWN-COUNT             PIC 9(07) COMP VALUE ZERO.
020100 77  RFL-ROLLED-COUNT            PIC 9(07) COMP VALUE ZERO.
020200 77  RFL-CLOSED-COUNT            PIC 9(07) COMP VALUE ZERO.
020300 77  RFL-HELD-OVER-COUNT         PIC 9(07) COMP VALUE ZERO.
020400 77  RFL-ADVANCED-COUNT          PIC 9(07) COMP VALUE ZERO.
020500
020600*----------------------------------------------------------------*
020700*    DATE WORK AREAS - a recurring raffle's dates move forward   *
020800*    one period at a time.  A month or a quarter on from a day   *
020900*    the target month does not have (the 31st, or 29 February)   *
021000*    lands on that month's last day.                             *
021100*----------------------------------------------------------------*
021200 77  RFL-RUN-DATE                PIC 9(08) VALUE ZERO.
021300 77  RFL-DAY-INTEGER             PIC 9(09) COMP VALUE ZERO.
021400 77  RFL-ADD-DAYS                PIC 9(03) COMP VALUE ZERO.
021500 77  RFL-ADD-MONTHS              PIC 9(02) COMP VALUE ZERO.
021600 77  RFL-SAVE-DAY                PIC 9(02) VALUE ZERO.
021610 77  RFL-ANCHOR-DAY              PIC 9(02) VALUE ZERO.
021700 77  RFL-ROLL-COUNT              PIC 9(05) COMP VALUE ZERO.
021800 77  RFL-MAX-ROLLS               PIC 9(05) COMP VALUE 1000.
021900 01  RFL-DATE-WORK               PIC 9(08) VALUE ZERO.
022000 01  RFL-DATE-PARTS REDEFINES RFL-DATE-WORK.
022100     05  RFL-DTW-YEAR            PIC 9(04).
022200     05  RFL-DTW-MONTH           PIC 9(02).
022300     05  RFL-DTW-DAY             PIC 9(02).
022400
022500*----------------------------------------------------------------*
022600*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
022700*----------------------------------------------------------------*
022800     COPY RFLSTA.CPY.
022900
023000 PROCEDURE DIVISION.
023100*****************************************************************
023200*  0000-MAINLINE                                                *
023300*****************************************************************
023400 0000-MAINLINE.
023500     DISPLAY 'RFLCAL01 - RAFFLE CALENDAR'.
023600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023700     IF RFL-MODE-BUILD OR RFL-MODE-LIST
023800         PERFORM 2000-BUILD-MANIFEST THRU 2000-BUILD-MANIFEST-EXIT
023900     ELSE
024000         IF RFL-MODE-ADVANCE
024100             PERFORM 4000-ADVANCE-CALENDAR
024200                 THRU 4000-ADVANCE-CALENDAR-EXIT
024300         ELSE
024400             DISPLAY 'NO VALID MODE= (BUILD, ADVANCE OR LIST)'
024500                 UPON SYSERR
024600             MOVE 'Y' TO RFL-ANY-FAILURE-SW
024700         END-IF
024800     END-IF.
024900     IF RFL-ANY-FAILURE
025000         MOVE 8 TO RETURN-CODE
025100     ELSE
025200         IF RFL-NEEDS-ATTENTION
025300             MOVE 4 TO RETURN-CODE
025400         END-IF
025500     END-IF.
025600     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
025700     STOP RUN.
025800
025900*****************************************************************
026000*  1000-INITIALIZE - pick up MODE= and the optional CALENDAR=,  *
026100*                    FILES=, MANIFEST= and RUNCTL= file         *
026200*                    overrides.  RUNID= sets tonight, and files *
026300*                    the run statistics (STATS=) under it.      *
026400*****************************************************************
026500 1000-INITIALIZE.
026600     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
026700     PERFORM 1010-GET-ONE-ARGUMENT
026800         THRU 1010-GET-ONE-ARGUMENT-EXIT
026900         UNTIL RFL-NO-MORE-ARGS.
027000     MOVE RFL-STATS-RUN-ID TO RFL-RUN-DATE.
027100     DISPLAY 'MODE ' RFL-RUN-MODE ' FOR THE NIGHT OF '
027200         RFL-RUN-DATE.
027300 1000-INITIALIZE-EXIT.
027400     EXIT.
027500
027600 1010-GET-ONE-ARGUMENT.
027700     MOVE SPACES TO RFL-ARGUMENT.
027800     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
027900         ON EXCEPTION
028000             MOVE 'N' TO RFL-MORE-ARGS-SW
028100             GO TO 1010-GET-ONE-ARGUMENT-EXIT
028200     END-ACCEPT.
028300     IF RFL-ARGUMENT(1:5) = RFL-MODE-TAG
028400         MOVE RFL-ARGUMENT(6:8) TO RFL-RUN-MODE
028500         GO TO 1010-GET-ONE-ARGUMENT-EXIT
028600     END-IF.
028700     IF RFL-ARGUMENT(1:9) = RFL-CALENDAR-TAG
028800         MOVE RFL-ARGUMENT(10:50) TO RFL-CALENDAR-FILE-NAME
028900         GO TO 1010-GET-ONE-ARGUMENT-EXIT
029000     END-IF.
029100     IF RFL-ARGUMENT(1:6) = RFL-FILES-TAG
029200         MOVE RFL-ARGUMENT(7:50) TO RFL-FILES-NAME
029300         GO TO 1010-GET-ONE-ARGUMENT-EXIT
029400     END-IF.
029500     IF RFL-ARGUMENT(1:9) = RFL-MANIFEST-TAG
029600         MOVE RFL-ARGUMENT(10:50) TO RFL-MANIFEST-NAME
029700         GO TO 1010-GET-ONE-ARGUMENT-EXIT
029800     END-IF.
029900     IF RFL-ARGUMENT(1:7) = RFL-RUNCTL-TAG
030000         MOVE RFL-ARGUMENT(8:50) TO RFL-RUN-CONTROL-NAME
030100         GO TO 1010-GET-ONE-ARGUMENT-EXIT
030200     END-IF.
030300     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
030400         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
030500         GO TO 1010-GET-ONE-ARGUMENT-EXIT
030600     END-IF.
030700     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
030800         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
030900         GO TO 1010-GET-ONE-ARGUMENT-EXIT
031000     END-IF.
031100     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
031200         UPON SYSERR.
031300 1010-GET-ONE-ARGUMENT-EXIT.
031400     EXIT.
031500
031600*****************************************************************
031700*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
031800*                    statistics under the night's run ID        *
031900*                    instead of today's date.  An operator      *
032000*                    rerunning the chain after midnight gives   *
032100*                    every step the crashed night's ID, as for  *
032200*                    the draw step, so the control report still *
032300*                    sees one night.                            *
032400*****************************************************************
032500 1020-SET-RUN-ID.
032600     IF RFL-ARGUMENT(7:8) IS NUMERIC
032700     AND RFL-ARGUMENT(15:1) = SPACE
032800         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
032900         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
033000     ELSE
033100         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
033200     END-IF.
033300 1020-SET-RUN-ID-EXIT.
033400     EXIT.
033500*****************************************************************
033600*  2000-BUILD-MANIFEST - the manifest is opened first, so a run  *
033700*                        that fails leaves it empty - nothing is *
033800*                        drawn - rather than holding last        *
033900*                        night's list.  Due raffles come off the *
034000*                        calendar in key order; the extract's    *
034100*                        files that are not on the calendar      *
034200*                        follow.  No calendar yet (status 35)    *
034300*                        draws the whole extract list, as before *
034400*                        the calendar.                           *
034500*****************************************************************
034600 2000-BUILD-MANIFEST.
034700     OPEN OUTPUT MANIFEST-FILE.
034800     IF NOT RFL-MANIFEST-OK
034900         DISPLAY 'CANNOT WRITE MANIFEST: ' RFL-MANIFEST-NAME
035000             ' STATUS ' RFL-MANIFEST-STATUS UPON SYSERR
035100         MOVE 'Y' TO RFL-ANY-FAILURE-SW
035200         GO TO 2000-BUILD-MANIFEST-EXIT
035300     END-IF.
035400     OPEN INPUT CALENDAR-FILE.
035500     IF RFL-CALENDAR-NOT-FOUND
035600         DISPLAY 'NO RAFFLE CALENDAR YET: ' RFL-CALENDAR-FILE-NAME
035700             ' - EVERY FILE ON THE EXTRACT LIST IS DRAWN'
035800     ELSE
035900         IF NOT RFL-CALENDAR-OK
036000             DISPLAY 'CANNOT OPEN RAFFLE CALENDAR: '
036100                 RFL-CALENDAR-FILE-NAME
036200                 ' STATUS ' RFL-CALENDAR-STATUS
036300                 ' - MANIFEST LEFT EMPTY' UPON SYSERR
036400             MOVE 'Y' TO RFL-ANY-FAILURE-SW
036500             CLOSE MANIFEST-FILE
036600             GO TO 2000-BUILD-MANIFEST-EXIT
036700         END-IF
036800         MOVE 'Y' TO RFL-CALENDAR-OPEN-SW
036900         PERFORM 2100-LIST-DUE-RAFFLES
037000             THRU 2100-LIST-DUE-RAFFLES-EXIT
037100     END-IF.
037200     PERFORM 2300-LIST-UNCALENDARED
037300         THRU 2300-LIST-UNCALENDARED-EXIT.
037400     IF RFL-CALENDAR-IS-OPEN
037500         CLOSE CALENDAR-FILE
037600     END-IF.
037700     CLOSE MANIFEST-FILE.
037800     DISPLAY RFL-MANIFEST-COUNT ' RAFFLE FILE(S) ON '
037900         RFL-MANIFEST-NAME.
038000 2000-BUILD-MANIFEST-EXIT.
038100     EXIT.
038200
038300*****************************************************************
038400*  2100-LIST-DUE-RAFFLES - walk the calendar and write every     *
038500*                          OPEN or SALES CLOSED raffle whose     *
038600*                          draw date is tonight or already       *
038700*                          past.  A raffle whose draw date went  *
038800*                          by unstamped (a night the chain did   *
038900*                          not run, or a draw that failed) stays *
039000*                          due until it is drawn.  DRAWN and     *
039100*                          CANCELLED raffles are never listed -  *
039130*                          except by MODE=LIST, which writes     *
039160*                          every raffle on the calendar.         *
039200*****************************************************************
039300 2100-LIST-DUE-RAFFLES.
039400     MOVE 'N' TO RFL-CALENDAR-EOF-SW.
039500     MOVE LOW-VALUES TO RFL-CAL-FILE-NAME.
039600     START CALENDAR-FILE KEY NOT < RFL-CAL-FILE-NAME
039700         INVALID KEY
039800             MOVE 'Y' TO RFL-CALENDAR-EOF-SW
039900     END-START.
040000     PERFORM 2110-CHECK-ONE-RAFFLE
040100         THRU 2110-CHECK-ONE-RAFFLE-EXIT
040200         UNTIL RFL-CALENDAR-AT-END.
040300 2100-LIST-DUE-RAFFLES-EXIT.
040400     EXIT.
040500
040600 2110-CHECK-ONE-RAFFLE.
040700     READ CALENDAR-FILE NEXT
040800         AT END
040900             MOVE 'Y' TO RFL-CALENDAR-EOF-SW
041000             GO TO 2110-CHECK-ONE-RAFFLE-EXIT
041100     END-READ.
041200     ADD 1 TO RFL-CAL-READ-COUNT.
041210     IF RFL-MODE-LIST
041220         MOVE RFL-CAL-FILE-NAME TO RFL-MANIFEST-RECORD
041230         PERFORM 2900-WRITE-MANIFEST-LINE
041240             THRU 2900-WRITE-MANIFEST-LINE-EXIT
041250         GO TO 2110-CHECK-ONE-RAFFLE-EXIT
041260     END-IF.
041300     IF NOT RFL-CAL-OPEN AND NOT RFL-CAL-SALES-CLOSED
041400         ADD 1 TO RFL-NOT-DUE-COUNT
041500         GO TO 2110-CHECK-ONE-RAFFLE-EXIT
041600     END-IF.
041700     IF RFL-CAL-DRAW-DATE > RFL-RUN-DATE
041800         ADD 1 TO RFL-NOT-DUE-COUNT
041900         GO TO 2110-CHECK-ONE-RAFFLE-EXIT
042000     END-IF.
042100     ADD 1 TO RFL-DUE-COUNT.
042200     IF RFL-CAL-DRAW-DATE < RFL-RUN-DATE
042300         ADD 1 TO RFL-OVERDUE-COUNT
042400         DISPLAY 'OVERDUE SINCE ' RFL-CAL-DRAW-DATE
042500             ' - DRAWN TONIGHT: ' RFL-CAL-FILE-NAME
042600     ELSE
042700         DISPLAY 'DUE TONIGHT: ' RFL-CAL-FILE-NAME
042800     END-IF.
042900     MOVE RFL-CAL-FILE-NAME TO RFL-MANIFEST-RECORD.
043000     PERFORM 2900-WRITE-MANIFEST-LINE
043100         THRU 2900-WRITE-MANIFEST-LINE-EXIT.
043200 2110-CHECK-ONE-RAFFLE-EXIT.
043300     EXIT.
043400
043500*****************************************************************
043600*  2300-LIST-UNCALENDARED - every file on the extract's list     *
043700*                           (FILES=) that has no calendar record *
043800*                           is still drawn every night, as       *
043900*                           before the calendar, and flagged for *
044000*                           Promotions to put on it.  A file     *
044100*                           that is on the calendar is left to   *
044200*                           the calendar, due or not.  Without a *
044300*                           list the manifest is the calendar's  *
044400*                           alone.  MODE=LIST writes the files   *
044430*                           off the calendar without flagging    *
044460*                           them.                                *
044500*****************************************************************
044600 2300-LIST-UNCALENDARED.
044700     MOVE 'N' TO RFL-FILES-EOF-SW.
044800     OPEN INPUT FILES-FILE.
044900     IF NOT RFL-FILES-OK
045000         DISPLAY 'NO EXTRACT FILE LIST: ' RFL-FILES-NAME
045100             ' STATUS ' RFL-FILES-STATUS
045200             ' - MANIFEST BUILT FROM THE CALENDAR ALONE'
045300             UPON SYSERR
045400         MOVE 'Y' TO RFL-ATTENTION-SW
045500         GO TO 2300-LIST-UNCALENDARED-EXIT
045600     END-IF.
045700     PERFORM 2310-CHECK-ONE-LISTED-FILE
045800         THRU 2310-CHECK-ONE-LISTED-FILE-EXIT
045900         UNTIL RFL-FILES-AT-END.
046000     CLOSE FILES-FILE.
046100 2300-LIST-UNCALENDARED-EXIT.
046200     EXIT.
046300
046400 2310-CHECK-ONE-LISTED-FILE.
046500     READ FILES-FILE
046600         AT END
046700             MOVE 'Y' TO RFL-FILES-EOF-SW
046800             GO TO 2310-CHECK-ONE-LISTED-FILE-EXIT
046900     END-READ.
047000     IF RFL-FILES-RECORD = SPACES
047100         GO TO 2310-CHECK-ONE-LISTED-FILE-EXIT
047200     END-IF.
047300     ADD 1 TO RFL-LISTED-COUNT.
047400     IF RFL-CALENDAR-IS-OPEN
047500         MOVE RFL-FILES-RECORD TO RFL-CAL-FILE-NAME
047600         READ CALENDAR-FILE KEY IS RFL-CAL-FILE-NAME
047700             INVALID KEY
047800                 CONTINUE
047900             NOT INVALID KEY
048000                 GO TO 2310-CHECK-ONE-LISTED-FILE-EXIT
048100         END-READ
048200     END-IF.
048210     IF RFL-MODE-LIST
048220         MOVE RFL-FILES-RECORD TO RFL-MANIFEST-RECORD
048230         PERFORM 2900-WRITE-MANIFEST-LINE
048240             THRU 2900-WRITE-MANIFEST-LINE-EXIT
048250         GO TO 2310-CHECK-ONE-LISTED-FILE-EXIT
048260     END-IF.
048300     ADD 1 TO RFL-UNCALENDARED-COUNT.
048400     MOVE 'Y' TO RFL-ATTENTION-SW.
048500     DISPLAY 'NOT ON THE CALENDAR - DRAWN NIGHTLY: '
048600         RFL-FILES-RECORD.
048700     MOVE RFL-FILES-RECORD TO RFL-MANIFEST-RECORD.
048800     PERFORM 2900-WRITE-MANIFEST-LINE
048900         THRU 2900-WRITE-MANIFEST-LINE-EXIT.
049000 2310-CHECK-ONE-LISTED-FILE-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*  2900-WRITE-MANIFEST-LINE - one raffle file onto the manifest, *
049500*                             with its 'F' run-statistics        *
049600*                             record.                            *
049700*****************************************************************
049800 2900-WRITE-MANIFEST-LINE.
049900     WRITE RFL-MANIFEST-RECORD.
050000     ADD 1 TO RFL-MANIFEST-COUNT.
050010     IF RFL-MODE-LIST
050020         GO TO 2900-WRITE-MANIFEST-LINE-EXIT
050030     END-IF.
050100     MOVE ZERO TO RFL-STA-COUNTS.
050200     MOVE 'F' TO RFL-STA-RECORD-TYPE.
050300     MOVE RFL-MANIFEST-RECORD TO RFL-STA-RAFFLE-FILE.
050400     MOVE 1 TO RFL-STA-WRITTEN.
050500     MOVE ZERO TO RFL-STA-RETURN-CODE.
050600     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
050700 2900-WRITE-MANIFEST-LINE-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*  4000-ADVANCE-CALENDAR - behind the draw - open the calendar   *
051200*                          for update and the run-control master *
051300*                          the draw stamps each completed file   *
051400*                          on, then move every raffle on.  No    *
051500*                          run-control master yet means nothing  *
051600*                          has ever completed; every due raffle  *
051700*                          stays due.                            *
051800*****************************************************************
051900 4000-ADVANCE-CALENDAR.
052000     OPEN I-O CALENDAR-FILE.
052100     IF RFL-CALENDAR-NOT-FOUND
052200         DISPLAY 'NO RAFFLE CALENDAR YET: ' RFL-CALENDAR-FILE-NAME
052300             ' - NOTHING TO ADVANCE'
052400         GO TO 4000-ADVANCE-CALENDAR-EXIT
052500     END-IF.
052600     IF NOT RFL-CALENDAR-OK
052700         DISPLAY 'CANNOT OPEN RAFFLE CALENDAR: '
052800             RFL-CALENDAR-FILE-NAME
052900             ' STATUS ' RFL-CALENDAR-STATUS
053000             ' - NOTHING ADVANCED' UPON SYSERR
053100         MOVE 'Y' TO RFL-ANY-FAILURE-SW
053200         GO TO 4000-ADVANCE-CALENDAR-EXIT
053300     END-IF.
053400     OPEN INPUT RUN-FILE.
053500     IF RFL-RUN-CONTROL-OK
053600         MOVE 'Y' TO RFL-RUN-CONTROL-OPEN-SW
053700     ELSE
053800         IF NOT RFL-RUN-CONTROL-NOT-FOUND
053900             DISPLAY 'CANNOT OPEN RUN CONTROL: '
054000                 RFL-RUN-CONTROL-NAME
054100                 ' STATUS ' RFL-RUN-CONTROL-STATUS
054200                 ' - NOTHING ADVANCED' UPON SYSERR
054300             MOVE 'Y' TO RFL-ANY-FAILURE-SW
054400             CLOSE CALENDAR-FILE
054500             GO TO 4000-ADVANCE-CALENDAR-EXIT
054600         END-IF
054700     END-IF.
054800     MOVE 'N' TO RFL-CALENDAR-EOF-SW.
054900     MOVE LOW-VALUES TO RFL-CAL-FILE-NAME.
055000     START CALENDAR-FILE KEY NOT < RFL-CAL-FILE-NAME
055100         INVALID KEY
055200             MOVE 'Y' TO RFL-CALENDAR-EOF-SW
055300     END-START.
055400     PERFORM 4100-ADVANCE-ONE-RAFFLE
055500         THRU 4100-ADVANCE-ONE-RAFFLE-EXIT
055600         UNTIL RFL-CALENDAR-AT-END.
055700     IF RFL-RUN-CONTROL-IS-OPEN
055800         CLOSE RUN-FILE
055900     END-IF.
056000     CLOSE CALENDAR-FILE.
056100 4000-ADVANCE-CALENDAR-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500*  4100-ADVANCE-ONE-RAFFLE - a due raffle the draw completed     *
056600*                            moves past its draw; a due one it   *
056700*                            did not stays as it is, to be drawn *
056800*                            tomorrow, and is flagged.  Then an  *
056900*                            OPEN raffle whose sales close date  *
057000*                            has come is closed for sales -      *
057100*                            tonight's sales posting (STEP0170)  *
057200*                            has already taken the close date's  *
057300*                            own sales.                          *
057400*****************************************************************
057500 4100-ADVANCE-ONE-RAFFLE.
057600     READ CALENDAR-FILE NEXT
057700         AT END
057800             MOVE 'Y' TO RFL-CALENDAR-EOF-SW
057900             GO TO 4100-ADVANCE-ONE-RAFFLE-EXIT
058000     END-READ.
058100     ADD 1 TO RFL-CAL-READ-COUNT.
058200     IF NOT RFL-CAL-OPEN AND NOT RFL-CAL-SALES-CLOSED
058300         GO TO 4100-ADVANCE-ONE-RAFFLE-EXIT
058400     END-IF.
058500     MOVE 'N' TO RFL-CHANGED-SW.
058600     MOVE ZERO TO RFL-STA-COUNTS.
058700     IF RFL-CAL-DRAW-DATE NOT > RFL-RUN-DATE
058800         PERFORM 4200-CHECK-DRAWN THRU 4200-CHECK-DRAWN-EXIT
058900         IF RFL-RAFFLE-DRAWN
059000             PERFORM 4300-MOVE-PAST-DRAW
059100                 THRU 4300-MOVE-PAST-DRAW-EXIT
059200         ELSE
059300             ADD 1 TO RFL-HELD-OVER-COUNT
059400             MOVE 1 TO RFL-STA-HELD
059500             MOVE 'Y' TO RFL-ATTENTION-SW
059600             DISPLAY 'DUE ' RFL-CAL-DRAW-DATE
059700                 ' BUT NOT DRAWN - STAYS DUE: ' RFL-CAL-FILE-NAME
059800                 UPON SYSERR
059900         END-IF
060000     END-IF.
060100     IF RFL-CAL-OPEN
060200             AND RFL-CAL-SALES-CLOSE NOT > RFL-RUN-DATE
060300         MOVE 'S' TO RFL-CAL-STATUS
060400         MOVE 'Y' TO RFL-CHANGED-SW
060500         ADD 1 TO RFL-CLOSED-COUNT
060600         DISPLAY 'SALES CLOSED ' RFL-CAL-SALES-CLOSE ': '
060700             RFL-CAL-FILE-NAME
060800     END-IF.
060900     IF RFL-RECORD-CHANGED
061000         REWRITE RFL-CALENDAR-RECORD
061100             INVALID KEY
061200                 DISPLAY 'CALENDAR REWRITE FAILED FOR '
061300                     RFL-CAL-FILE-NAME
061400                     ' STATUS ' RFL-CALENDAR-STATUS UPON SYSERR
061500                 MOVE 'Y' TO RFL-ANY-FAILURE-SW
061600                 GO TO 4100-ADVANCE-ONE-RAFFLE-EXIT
061700         END-REWRITE
061800         ADD 1 TO RFL-ADVANCED-COUNT
061900         MOVE 1 TO RFL-STA-WRITTEN
062000     END-IF.
062100     IF RFL-RECORD-CHANGED OR RFL-STA-HELD > ZERO
062200         MOVE 'F' TO RFL-STA-RECORD-TYPE
062300         MOVE RFL-CAL-FILE-NAME TO RFL-STA-RAFFLE-FILE
062400         MOVE ZERO TO RFL-STA-RETURN-CODE
062500         PERFORM 8900-WRITE-RUN-STATS
062600             THRU 8900-WRITE-RUN-STATS-EXIT
062700     END-IF.
062800 4100-ADVANCE-ONE-RAFFLE-EXIT.
062900     EXIT.
063000
063100*****************************************************************
063200*  4200-CHECK-DRAWN - did the draw complete this raffle on or    *
063300*                     after its draw date? The draw stamps each  *
063400*                     file complete under the night's run ID the *
063500*                     moment its draw finishes, so a stamp from  *
063600*                     before the draw date belongs to an earlier *
063700*                     draw.                                      *
063800*****************************************************************
063900 4200-CHECK-DRAWN.
064000     MOVE 'N' TO RFL-DRAWN-SW.
064100     IF NOT RFL-RUN-CONTROL-IS-OPEN
064200         GO TO 4200-CHECK-DRAWN-EXIT
064300     END-IF.
064400     MOVE RFL-CAL-FILE-NAME TO RFL-RNC-FILE-NAME.
064500     READ RUN-FILE KEY IS RFL-RNC-FILE-NAME
064600         INVALID KEY
064700             GO TO 4200-CHECK-DRAWN-EXIT
064800     END-READ.
064900     IF RFL-RNC-COMPLETE
065000             AND RFL-RNC-RUN-ID NOT < RFL-CAL-DRAW-DATE
065100         MOVE 'Y' TO RFL-DRAWN-SW
065200     END-IF.
065300 4200-CHECK-DRAWN-EXIT.
065400     EXIT.
065500
065600*****************************************************************
065700*  4300-MOVE-PAST-DRAW - record the draw, then close a one-off   *
065800*                        raffle as DRAWN, or roll a recurring    *
065900*                        one forward - its sales window and draw *
066000*                        date a period at a time until the draw  *
066100*                        date is past tonight - and reopen it.   *
066200*                        A raffle left undrawn for several       *
066300*                        periods is rolled past them all; the    *
066400*                        missed draws are not made up.           *
066500*****************************************************************
066600 4300-MOVE-PAST-DRAW.
066700     MOVE 'Y' TO RFL-CHANGED-SW.
066800     MOVE RFL-RNC-RUN-ID TO RFL-CAL-LAST-DRAWN.
066900     ADD 1 TO RFL-CAL-DRAW-COUNT
067000         ON SIZE ERROR
067100             MOVE ZERO TO RFL-CAL-DRAW-COUNT
067200     END-ADD.
067300     ADD 1 TO RFL-DRAWN-COUNT.
067400     IF NOT (RFL-CAL-NIGHTLY OR RFL-CAL-WEEKLY
067500             OR RFL-CAL-MONTHLY OR RFL-CAL-QUARTERLY)
067600         MOVE 'D' TO RFL-CAL-STATUS
067700         DISPLAY 'DRAWN ' RFL-RNC-RUN-ID ' - CLOSED FOR GOOD: '
067800             RFL-CAL-FILE-NAME
067900         GO TO 4300-MOVE-PAST-DRAW-EXIT
068000     END-IF.
068100     MOVE ZERO TO RFL-ROLL-COUNT.
068110     PERFORM 4305-KEEP-ANCHOR-DAYS
068120         THRU 4305-KEEP-ANCHOR-DAYS-EXIT.
068200     PERFORM 4310-ROLL-ONE-PERIOD
068300         THRU 4310-ROLL-ONE-PERIOD-EXIT
068400         UNTIL RFL-CAL-DRAW-DATE > RFL-RUN-DATE
068500             OR RFL-ROLL-COUNT NOT < RFL-MAX-ROLLS.
068600     MOVE 'O' TO RFL-CAL-STATUS.
068700     ADD 1 TO RFL-ROLLED-COUNT.
068800     DISPLAY 'DRAWN ' RFL-RNC-RUN-ID ' - NEXT DRAW '
068900         RFL-CAL-DRAW-DATE ', SALES ' RFL-CAL-SALES-OPEN
069000         ' TO ' RFL-CAL-SALES-CLOSE ': ' RFL-CAL-FILE-NAME.
069100 4300-MOVE-PAST-DRAW-EXIT.
069200     EXIT.
069300
069304*****************************************************************
069308*  4305-KEEP-ANCHOR-DAYS - a raffle set up before its anchor     *
069312*                          days were kept takes them from its    *
069316*                          dates as they stand.                  *
069320*****************************************************************
069324 4305-KEEP-ANCHOR-DAYS.
069328     IF RFL-CAL-OPEN-DAY NOT NUMERIC OR RFL-CAL-OPEN-DAY = ZERO
069332         MOVE RFL-CAL-SALES-OPEN TO RFL-DATE-WORK
069336         MOVE RFL-DTW-DAY TO RFL-CAL-OPEN-DAY
069340     END-IF.
069344     IF RFL-CAL-CLOSE-DAY NOT NUMERIC OR RFL-CAL-CLOSE-DAY = ZERO
069348         MOVE RFL-CAL-SALES-CLOSE TO RFL-DATE-WORK
069352         MOVE RFL-DTW-DAY TO RFL-CAL-CLOSE-DAY
069356     END-IF.
069360     IF RFL-CAL-DRAW-DAY NOT NUMERIC OR RFL-CAL-DRAW-DAY = ZERO
069364         MOVE RFL-CAL-DRAW-DATE TO RFL-DATE-WORK
069368         MOVE RFL-DTW-DAY TO RFL-CAL-DRAW-DAY
069372     END-IF.
069376 4305-KEEP-ANCHOR-DAYS-EXIT.
069380     EXIT.
069384
069400 4310-ROLL-ONE-PERIOD.
069500     ADD 1 TO RFL-ROLL-COUNT.
069510     MOVE RFL-CAL-OPEN-DAY TO RFL-ANCHOR-DAY.
069600     MOVE RFL-CAL-SALES-OPEN TO RFL-DATE-WORK.
069700     PERFORM 8100-ADD-ONE-PERIOD THRU 8100-ADD-ONE-PERIOD-EXIT.
069800     MOVE RFL-DATE-WORK TO RFL-CAL-SALES-OPEN.
069810     MOVE RFL-CAL-CLOSE-DAY TO RFL-ANCHOR-DAY.
069900     MOVE RFL-CAL-SALES-CLOSE TO RFL-DATE-WORK.
070000     PERFORM 8100-ADD-ONE-PERIOD THRU 8100-ADD-ONE-PERIOD-EXIT.
070100     MOVE RFL-DATE-WORK TO RFL-CAL-SALES-CLOSE.
070110     MOVE RFL-CAL-DRAW-DAY TO RFL-ANCHOR-DAY.
070200     MOVE RFL-CAL-DRAW-DATE TO RFL-DATE-WORK.
070300     PERFORM 8100-ADD-ONE-PERIOD THRU 8100-ADD-ONE-PERIOD-EXIT.
070400     MOVE RFL-DATE-WORK TO RFL-CAL-DRAW-DATE.
070500 4310-ROLL-ONE-PERIOD-EXIT.
070600     EXIT.
070700
070800*****************************************************************
070900*  8100-ADD-ONE-PERIOD - move the date in RFL-DATE-WORK on one   *
071000*                        period of the raffle's recurrence - a   *
071100*                        day, a week, a month or a quarter.  A   *
071200*                        month or a quarter on lands on          *
071300*                        RFL-ANCHOR-DAY (the date's own day when *
071400*                        zero), or on the target month's last    *
071420*                        day when the month is shorter - so a    *
071440*                        raffle clamped to the end of February   *
071460*                        is back on the 31st in March.           *
071500*****************************************************************
071600 8100-ADD-ONE-PERIOD.
071700     MOVE ZERO TO RFL-ADD-DAYS.
071800     MOVE ZERO TO RFL-ADD-MONTHS.
071900     IF RFL-CAL-NIGHTLY
072000         MOVE 1 TO RFL-ADD-DAYS
072100     END-IF.
072200     IF RFL-CAL-WEEKLY
072300         MOVE 7 TO RFL-ADD-DAYS
072400     END-IF.
072500     IF RFL-CAL-MONTHLY
072600         MOVE 1 TO RFL-ADD-MONTHS
072700     END-IF.
072800     IF RFL-CAL-QUARTERLY
072900         MOVE 3 TO RFL-ADD-MONTHS
073000     END-IF.
073100     IF RFL-ADD-DAYS > ZERO
073200         COMPUTE RFL-DAY-INTEGER =
073300             FUNCTION INTEGER-OF-DATE(RFL-DATE-WORK)
073400             + RFL-ADD-DAYS
073500         COMPUTE RFL-DATE-WORK =
073600             FUNCTION DATE-OF-INTEGER(RFL-DAY-INTEGER)
073700         GO TO 8100-ADD-ONE-PERIOD-EXIT
073800     END-IF.
073900     ADD RFL-ADD-MONTHS TO RFL-DTW-MONTH.
074000     IF RFL-DTW-MONTH > 12
074100         SUBTRACT 12 FROM RFL-DTW-MONTH
074200         ADD 1 TO RFL-DTW-YEAR
074300     END-IF.
074400     MOVE RFL-DTW-DAY TO RFL-SAVE-DAY.
074410     IF RFL-ANCHOR-DAY > ZERO
074420         MOVE RFL-ANCHOR-DAY TO RFL-SAVE-DAY
074430     END-IF.
074500     MOVE 1 TO RFL-DTW-DAY.
074600     IF RFL-DTW-MONTH = 12
074700         MOVE 1 TO RFL-DTW-MONTH
074800         ADD 1 TO RFL-DTW-YEAR
074900     ELSE
075000         ADD 1 TO RFL-DTW-MONTH
075100     END-IF.
075200     COMPUTE RFL-DAY-INTEGER =
075300         FUNCTION INTEGER-OF-DATE(RFL-DATE-WORK) - 1.
075400     COMPUTE RFL-DATE-WORK =
075500         FUNCTION DATE-OF-INTEGER(RFL-DAY-INTEGER).
075600     IF RFL-SAVE-DAY < RFL-DTW-DAY
075700         MOVE RFL-SAVE-DAY TO RFL-DTW-DAY
075800     END-IF.
075900 8100-ADD-ONE-PERIOD-EXIT.
076000     EXIT.
076100
076200*****************************************************************
076300*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
076400*                         caller has filled in to the shared    *
076500*                         run-statistics file for the nightly   *
076600*                         operations control report (RFLOPS01). *
076700*                         The statistics are bookkeeping only - *
076800*                         a file that cannot be written is      *
076900*                         warned about and never changes this   *
077000*                         step's return code.                   *
077100*****************************************************************
077200 8900-WRITE-RUN-STATS.
077300     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
077400     MOVE 'RFLCAL01' TO RFL-STA-PROGRAM.
077500     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
077600     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
077700     OPEN EXTEND STATS-FILE.
077800     IF RFL-STATS-NOT-FOUND
077900         OPEN OUTPUT STATS-FILE
078000     END-IF.
078100     IF NOT RFL-STATS-OK
078200         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
078300             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
078400             UPON SYSERR
078500         GO TO 8900-WRITE-RUN-STATS-EXIT
078600     END-IF.
078700     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
078800     WRITE RFL-STATS-LINE.
078900     CLOSE STATS-FILE.
079000 8900-WRITE-RUN-STATS-EXIT.
079100     EXIT.
079200
079300*****************************************************************
079400*  9999-TERMINATE - end of run totals, and the step's closing    *
079500*                   run-statistics record                       *
079600*****************************************************************
079700 9999-TERMINATE.
079710     IF RFL-MODE-LIST
079720         DISPLAY 'CALENDAR RAFFLES READ: ' RFL-CAL-READ-COUNT
079730         DISPLAY 'EXTRACT FILES LISTED:  ' RFL-LISTED-COUNT
079740         DISPLAY 'RAFFLE FILES LISTED:   ' RFL-MANIFEST-COUNT
079750         GO TO 9999-TERMINATE-EXIT
079760     END-IF.
079800     MOVE ZERO TO RFL-STA-COUNTS.
079900     MOVE 'S' TO RFL-STA-RECORD-TYPE.
080000     MOVE RFL-CALENDAR-FILE-NAME TO RFL-STA-RAFFLE-FILE.
080100     MOVE RFL-CAL-READ-COUNT TO RFL-STA-READ.
080200     IF RFL-MODE-BUILD
080300         DISPLAY 'CALENDAR RAFFLES READ: ' RFL-CAL-READ-COUNT
080400         DISPLAY '  DUE TONIGHT:         ' RFL-DUE-COUNT
080500         DISPLAY '    OF WHICH OVERDUE:  ' RFL-OVERDUE-COUNT
080600         DISPLAY '  NOT DUE:             ' RFL-NOT-DUE-COUNT
080700         DISPLAY 'EXTRACT FILES LISTED:  ' RFL-LISTED-COUNT
080800         DISPLAY '  NOT ON THE CALENDAR: ' RFL-UNCALENDARED-COUNT
080900         DISPLAY 'MANIFEST LINES:        ' RFL-MANIFEST-COUNT
081000         MOVE RFL-MANIFEST-COUNT TO RFL-STA-WRITTEN
081100         MOVE RFL-NOT-DUE-COUNT TO RFL-STA-SKIPPED
081200     END-IF.
081300     IF RFL-MODE-ADVANCE
081400         DISPLAY 'CALENDAR RAFFLES READ: ' RFL-CAL-READ-COUNT
081500         DISPLAY '  DRAWN:               ' RFL-DRAWN-COUNT
081600         DISPLAY '    OF WHICH ROLLED ON:' RFL-ROLLED-COUNT
081700         DISPLAY '  SALES CLOSED:        ' RFL-CLOSED-COUNT
081800         DISPLAY '  DUE BUT NOT DRAWN:   ' RFL-HELD-OVER-COUNT
081900         DISPLAY 'RECORDS REWRITTEN:     ' RFL-ADVANCED-COUNT
082000         MOVE RFL-ADVANCED-COUNT TO RFL-STA-WRITTEN
082100         MOVE RFL-HELD-OVER-COUNT TO RFL-STA-HELD
082200     END-IF.
082300     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
082400     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
082500 9999-TERMINATE-EXIT.
082600     EXIT.
