000100*****************************************************************
000200*                                                               *
000300*  RFLSEL01                                                    *
000400*                                                               *
000500*  Audit-file seal verification.  Every .RPT winner audit file *
000600*  carries a sealed companion, FILE-NAME.SEAL (RFLSEL.CPY),    *
000700*  with the keyed running control hash after each record and a *
000800*  counted, keyed trailer - written by the raffle step as it   *
000900*  appends winners and by RFLERA01 when an erasure rewrites    *
001000*  the file.  This program recomputes the seal of every raffle *
001100*  file on the manifest from the .RPT as it stands and stops   *
001200*  at the first record that does not match.  It runs ahead of  *
001300*  the history fold (RFLHST01) and the claim fold (RFLCLM01)   *
001400*  in RFLRAF01, so an audit trail edited since it was written  *
001500*  never reaches the history master or payroll.  A file that   *
001600*  fails stops the chain with RC 8 and the seal report names   *
001700*  the file, the first failing record and why:                 *
001800*                                                               *
001900*      RECORD ALTERED     record n no longer hashes to its     *
002000*                         seal line                            *
002100*      RECORD MISSING     the seal holds more records than the *
002200*                         .RPT - record n onwards is gone      *
002300*      RECORD NOT SEALED  the .RPT holds a record n the seal   *
002400*                         never saw                            *
002500*      TRAILER ALTERED    count or final hash disagree with    *
002600*                         the trailer, or its check fails      *
002700*      SEAL INCOMPLETE    the seal has no trailer              *
002800*      NOT SEALED         a .RPT with records and no seal      *
002900*      REPORT MISSING     a seal with no .RPT                  *
003000*                                                               *
003100*  A .RPT written before seals were kept - RFLCNV01            *
003200*  conversions included - is sealed once, from its contents as *
003300*  they stand, by a run with ADOPT=YES; the seal report lists  *
003400*  it as ADOPTED.  Operations runs that once, at cutover,      *
003500*  after checking the files by hand - never as a way past a    *
003600*  failure.                                                    *
003610*                                                               *
003620*  Every file's result is also appended, one line a file, to   *
003630*  the seal-result file RFL.SEAL.RESULT (RFLSRS.CPY, RESULTS=  *
003640*  to override), where the results publication step (RFLPUB01) *
003650*  reads whether a file's draws may be published.              *
003700*                                                               *
003800*      RC = 0   EVERY SEAL INTACT                              *
003900*      RC = 4   NO MANIFEST SUPPLIED                           *
004000*      RC = 8   A FILE FAILED ITS SEAL CHECK, NO SEAL KEY, OR  *
004100*               THE MANIFEST OR REPORT COULD NOT BE USED       *
004200*                                                               *
004300*  AUTHOR:        R. de la Fuente                              *
004400*  INSTALLATION:  Domcode Payroll & Promotions                 *
004500*  DATE-WRITTEN:  2026-10-15                                   *
004600*  DATE-COMPILED: 2026-10-15                                   *
004700*                                                               *
004800*  MODIFICATION HISTORY                                        *
004900*  ---------------------                                       *
005000*  2026-10-15  RDF  Initial program - run ahead of the history *
005100*                   and claim folds in RFLRAF01 (STEP0142,     *
005200*                   STEP0245) over the night's manifest.       *
005210*  2026-10-15  RDF  Each file's result is also appended to the *
005220*                   seal-result file (RFLSRS.CPY) for the      *
005230*                   results publication step.  RESULTS= added. *
005240*  2026-10-15  RDF  Every seal line written under ADOPT=YES is *
005250*                   checked; one that cannot be written stops  *
005260*                   the adoption as SEAL UNWRITABLE.           *
005300*                                                               *
005400*****************************************************************
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID.     RFLSEL01.
005700 AUTHOR.         R. de la Fuente.
005800 INSTALLATION.   Domcode Payroll & Promotions.
005900 DATE-WRITTEN.   2026-10-15.
006000 DATE-COMPILED.  2026-10-15.
006100
006200 ENVIRONMENT DIVISION.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT MANIFEST-FILE ASSIGN DYNAMIC RFL-MANIFEST-NAME
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS RFL-MANIFEST-STATUS.
006800     SELECT REPORT-FILE ASSIGN DYNAMIC RFL-REPORT-FILE-NAME
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS RFL-REPORT-STATUS.
007100     SELECT SEAL-FILE ASSIGN DYNAMIC RFL-SEAL-FILE-NAME
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS RFL-SEAL-STATUS.
007400     SELECT SEALKEY-FILE ASSIGN DYNAMIC RFL-SEALKEY-FILE-NAME
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS RFL-SEALKEY-STATUS.
007700     SELECT VERIFY-FILE ASSIGN DYNAMIC RFL-VERIFY-FILE-NAME
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS RFL-VERIFY-STATUS.
008000     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS RFL-STATS-STATUS.
008210     SELECT SEAL-RESULT-FILE ASSIGN DYNAMIC
008220         RFL-SEAL-RESULT-FILE-NAME
008230         ORGANIZATION IS LINE SEQUENTIAL
008240         FILE STATUS IS RFL-SEAL-RESULT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  MANIFEST-FILE.
008700 01  RFL-MANIFEST-RECORD         PIC X(50).
008800
008900 FD  REPORT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100     COPY RFLRPT.CPY.
009200
009300 FD  SEAL-FILE.
009400     COPY RFLSEL.CPY.
009500
009600 FD  SEALKEY-FILE.
009700 01  RFL-SEALKEY-RECORD          PIC X(80).
009800
009900 FD  VERIFY-FILE.
010000 01  RFL-VERIFY-RECORD           PIC X(132).
010100
010200 FD  STATS-FILE.
010300 01  RFL-STATS-LINE              PIC X(145).
010305
010310 FD  SEAL-RESULT-FILE.
010320     COPY RFLSRS.CPY.
010400
010500 WORKING-STORAGE SECTION.
010600*----------------------------------------------------------------*
010700*    COMMAND-LINE / FILE NAME FIELDS                             *
010800*----------------------------------------------------------------*
010900 01  RFL-ARGUMENT                PIC X(60).
011000 01  RFL-MANIFEST-TAG            PIC X(09) VALUE 'MANIFEST='.
011100 01  RFL-SEALKEY-TAG             PIC X(08) VALUE 'SEALKEY='.
011200 01  RFL-REPORT-TAG              PIC X(07) VALUE 'REPORT='.
011300 01  RFL-ADOPT-TAG               PIC X(06) VALUE 'ADOPT='.
011400 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
011500 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
011510 01  RFL-RESULTS-TAG             PIC X(08) VALUE 'RESULTS='.
011600 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
011700 01  RFL-MANIFEST-NAME           PIC X(50).
011800 01  RFL-RAFFLE-FILE-NAME        PIC X(50).
011900 01  RFL-REPORT-FILE-NAME        PIC X(54).
012000 01  RFL-SEAL-FILE-NAME          PIC X(55).
012100 01  RFL-SEALKEY-FILE-NAME       PIC X(50) VALUE 'RFL.SEAL.KEY'.
012200 01  RFL-VERIFY-FILE-NAME        PIC X(50)
012300                                 VALUE 'RFL.SEAL.REPORT'.
012310 01  RFL-SEAL-RESULT-FILE-NAME   PIC X(50)
012320                                 VALUE 'RFL.SEAL.RESULT'.
012400 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
012500 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
012600                                 PIC X(08).
012700 01  RFL-TODAY-DATE              PIC 9(08) VALUE ZERO.
012800
012900*----------------------------------------------------------------*
013000*    FILE STATUS AND SWITCHES                                    *
013100*----------------------------------------------------------------*
013200 77  RFL-MANIFEST-STATUS         PIC X(02).
013300     88  RFL-MANIFEST-OK         VALUE '00'.
013400     88  RFL-MANIFEST-NOT-FOUND  VALUE '35'.
013500
013600 77  RFL-REPORT-STATUS           PIC X(02).
013700     88  RFL-REPORT-OK           VALUE '00'.
013800     88  RFL-REPORT-NOT-FOUND    VALUE '35'.
013900
014000 77  RFL-SEAL-STATUS             PIC X(02).
014100     88  RFL-SEAL-OK             VALUE '00'.
014200     88  RFL-SEAL-NOT-FOUND      VALUE '35'.
014300
014400 77  RFL-SEALKEY-STATUS          PIC X(02).
014500     88  RFL-SEALKEY-OK          VALUE '00'.
014600
014700 77  RFL-VERIFY-STATUS           PIC X(02).
014800     88  RFL-VERIFY-OK           VALUE '00'.
014900
015000 77  RFL-STATS-STATUS            PIC X(02).
015100     88  RFL-STATS-OK            VALUE '00'.
015200     88  RFL-STATS-NOT-FOUND     VALUE '35'.
015205
015210 77  RFL-SEAL-RESULT-STATUS      PIC X(02).
015220     88  RFL-SEAL-RESULT-OK      VALUE '00'.
015230     88  RFL-SEAL-RESULT-NOT-FOUND
015240                                 VALUE '35'.
015300
015400 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
015500     88  RFL-NO-MORE-ARGS        VALUE 'N'.
015600
015700 77  RFL-MANIFEST-EOF-SW         PIC X(01) VALUE 'N'.
015800     88  RFL-MANIFEST-AT-END     VALUE 'Y'.
015900
016000 77  RFL-REPORT-EOF-SW           PIC X(01) VALUE 'N'.
016100     88  RFL-REPORT-AT-END       VALUE 'Y'.
016200
016300 77  RFL-SEAL-EOF-SW             PIC X(01) VALUE 'N'.
016400     88  RFL-SEAL-AT-END         VALUE 'Y'.
016500
016600 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
016700     88  RFL-ANY-FAILURE         VALUE 'Y'.
016800
016900 77  RFL-VERIFY-OPEN-SW          PIC X(01) VALUE 'N'.
017000     88  RFL-VERIFY-IS-OPEN      VALUE 'Y'.
017100
017200 77  RFL-ADOPT-SW                PIC X(01) VALUE 'N'.
017300     88  RFL-ADOPT-UNSEALED      VALUE 'Y'.
017400
017500 77  RFL-SEAL-KEY-SW             PIC X(01) VALUE 'N'.
017600     88  RFL-SEAL-KEY-LOADED     VALUE 'Y'.
017700     88  RFL-SEAL-KEY-UNUSABLE   VALUE 'X'.
017800
017900 77  RFL-FILE-FAILED-SW          PIC X(01) VALUE 'N'.
018000     88  RFL-FILE-FAILED         VALUE 'Y'.
018100
018200*----------------------------------------------------------------*
018300*    AUDIT-FILE SEAL WORK AREAS - see RFLSEL.CPY.  Each byte of  *
018400*    a .RPT record is valued by its code (the LOW-VALUE byte in  *
018500*    front of it makes the pair read as a binary number) and     *
018600*    folded into the running hash modulo a nine-digit prime; the *
018700*    square of the hash, the seal key and the record's number    *
018800*    are folded in after its last byte.                          *
018900*----------------------------------------------------------------*
019000 77  RFL-SEAL-KEY                PIC 9(09) VALUE ZERO.
019100 77  RFL-SEAL-MODULUS            PIC 9(09) COMP VALUE 999999937.
019200 77  RFL-SEAL-CHAIN              PIC 9(09) COMP VALUE ZERO.
019300 77  RFL-SEAL-COUNT              PIC 9(07) COMP VALUE ZERO.
019400 77  RFL-SEAL-CHECK              PIC 9(09) COMP VALUE ZERO.
019500 77  RFL-SEAL-WORK               PIC 9(18) COMP VALUE ZERO.
019600 77  RFL-SEAL-QUOTIENT           PIC 9(18) COMP VALUE ZERO.
019700 77  RFL-SEAL-SUB                PIC 9(03) COMP VALUE ZERO.
019800 01  RFL-SEAL-IMAGE              PIC X(177).
019900 01  RFL-SEAL-BYTE-PAIR.
020000     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
020100     05  RFL-SEAL-BYTE           PIC X(01).
020200 01  RFL-SEAL-BYTE-CODE REDEFINES RFL-SEAL-BYTE-PAIR
020300                                 PIC 9(04) COMP.
020400
020500*----------------------------------------------------------------*
020600*    VERIFICATION RESULT - the outcome for the file in hand and, *
020700*    on a failure, the first record that failed.  The seal line  *
020800*    for that record (if the seal has one) is kept beside the    *
020900*    .RPT record so the report can show what the seal says was   *
021000*    drawn there.                                                *
021100*----------------------------------------------------------------*
021200 01  RFL-RESULT                  PIC X(20).
021300     88  RFL-RESULT-INTACT       VALUE 'SEAL INTACT'.
021400     88  RFL-RESULT-NO-DRAWS     VALUE 'NO DRAWS ON RECORD'.
021500     88  RFL-RESULT-ADOPTED      VALUE 'ADOPTED'.
021600 77  RFL-FAIL-RECORD-NO          PIC 9(07) VALUE ZERO.
021700 77  RFL-FAIL-RPT-SW             PIC X(01) VALUE 'N'.
021800     88  RFL-FAIL-HAS-RPT        VALUE 'Y'.
021900 77  RFL-FAIL-SEAL-SW            PIC X(01) VALUE 'N'.
022000     88  RFL-FAIL-HAS-SEAL       VALUE 'Y'.
022100 01  RFL-FAIL-RPT-DETAIL.
022200     05  RFL-FAIL-RPT-DRAW-DATE  PIC 9(08).
022300     05  RFL-FAIL-RPT-DRAW-TIME  PIC 9(08).
022400     05  RFL-FAIL-RPT-PRIZE-RANK PIC 9(02).
022500     05  RFL-FAIL-RPT-WINNER-ID  PIC X(10).
022600     05  RFL-FAIL-RPT-WINNER-NAME
022700                                 PIC X(30).
022800 01  RFL-FAIL-SEAL-DETAIL.
022900     05  RFL-FAIL-SEAL-DRAW-DATE PIC 9(08).
023000     05  RFL-FAIL-SEAL-DRAW-TIME PIC 9(08).
023100     05  RFL-FAIL-SEAL-PRIZE-RANK
023200                                 PIC 9(02).
023300
023400*----------------------------------------------------------------*
023500*    VERIFICATION COUNTERS                                       *
023600*----------------------------------------------------------------*
023700 77  RFL-FILE-COUNT              PIC 9(07) COMP VALUE ZERO.
023800 77  RFL-FILE-FAILED-COUNT       PIC 9(07) COMP VALUE ZERO.
023900 77  RFL-FILE-ADOPTED-COUNT      PIC 9(07) COMP VALUE ZERO.
024000 77  RFL-RECORD-TOTAL            PIC 9(09) COMP VALUE ZERO.
024100 77  RFL-ADOPTED-TOTAL           PIC 9(07) COMP VALUE ZERO.
024200 77  RFL-FILE-RECORD-COUNT       PIC 9(07) COMP VALUE ZERO.
024300 77  RFL-FILE-ADOPTED-RECORDS    PIC 9(07) COMP VALUE ZERO.
024400
024500*----------------------------------------------------------------*
024600*    REPORT LINE WORK AREAS                                      *
024700*----------------------------------------------------------------*
024800 01  RFL-TITLE-LINE.
024900     05  FILLER                  PIC X(50) VALUE
025000         'DOMCODE RAFFLE - AUDIT-FILE SEAL VERIFICATION'.
025100     05  FILLER                  PIC X(12) VALUE '  PRINTED ON'.
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  RFL-TTL-PRINTED         PIC 9(08).
025400     05  FILLER                  PIC X(10) VALUE '  MANIFEST'.
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  RFL-TTL-MANIFEST        PIC X(50).
025700
025800 01  RFL-HEAD-LINE.
025900     05  FILLER                  PIC X(53) VALUE
026000         '  RAFFLE FILE'.
026100     05  FILLER                  PIC X(31) VALUE
026200         ' RECORDS  RESULT'.
026300
026400 01  RFL-DETAIL-LINE.
026500     05  FILLER                  PIC X(02) VALUE SPACES.
026600     05  RFL-DTL-FILE            PIC X(50).
026700     05  FILLER                  PIC X(01) VALUE SPACE.
026800     05  RFL-DTL-RECORDS         PIC Z(07)9.
026900     05  FILLER                  PIC X(02) VALUE SPACES.
027000     05  RFL-DTL-RESULT          PIC X(20).
027100     05  FILLER                  PIC X(02) VALUE SPACES.
027200     05  RFL-DTL-NOTE            PIC X(47).
027300
027400 01  RFL-FAIL-LINE.
027500     05  FILLER                  PIC X(06) VALUE SPACES.
027600     05  RFL-FLN-LABEL           PIC X(19).
027700     05  FILLER                  PIC X(07) VALUE 'RECORD '.
027800     05  RFL-FLN-RECORD-NO       PIC Z(06)9.
027900     05  FILLER                  PIC X(08) VALUE '  DRAWN '.
028000     05  RFL-FLN-DRAW-DATE       PIC 9(08).
028100     05  FILLER                  PIC X(01) VALUE SPACE.
028200     05  RFL-FLN-DRAW-TIME       PIC 9(08).
028300     05  FILLER                  PIC X(07) VALUE '  RANK '.
028400     05  RFL-FLN-PRIZE-RANK      PIC Z9.
028500     05  RFL-FLN-WINNER-LABEL    PIC X(09).
028600     05  RFL-FLN-WINNER-ID       PIC X(10).
028700     05  FILLER                  PIC X(01) VALUE SPACE.
028800     05  RFL-FLN-WINNER-NAME     PIC X(30).
028900
029000 01  RFL-TOTAL-LINE.
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200     05  RFL-TOT-LABEL           PIC X(40).
029300     05  RFL-TOT-COUNT           PIC Z(08)9.
029400
029500*----------------------------------------------------------------*
029600*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
029700*----------------------------------------------------------------*
029800     COPY RFLSTA.CPY.
029900
030000 PROCEDURE DIVISION.
030100*****************************************************************
030200*  0000-MAINLINE                                                *
030300*****************************************************************
030400 0000-MAINLINE.
030500     DISPLAY 'RFLSEL01 - AUDIT-FILE SEAL VERIFICATION'.
030600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030700     IF RFL-MANIFEST-NAME = SPACES
030800         DISPLAY 'NO MANIFEST SUPPLIED' UPON SYSERR
030900         MOVE 4 TO RETURN-CODE
031000     ELSE
031100         PERFORM 2000-OPEN-REPORT THRU 2000-OPEN-REPORT-EXIT
031200         IF RFL-VERIFY-IS-OPEN
031300             PERFORM 3000-CHECK-MANIFEST
031400                 THRU 3000-CHECK-MANIFEST-EXIT
031500             PERFORM 5000-PRINT-TOTALS
031600                 THRU 5000-PRINT-TOTALS-EXIT
031700             CLOSE VERIFY-FILE
031800         END-IF
031900         IF RFL-ANY-FAILURE
032000             MOVE 8 TO RETURN-CODE
032100         END-IF
032200     END-IF.
032300     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
032400     STOP RUN.
032500
032600*****************************************************************
032700*  1000-INITIALIZE - pick up the command-line arguments - the    *
032800*                    MANIFEST= list of that night's raffle       *
032900*                    files, an optional SEALKEY= override of the *
033000*                    seal key file, REPORT= for the seal report, *
033100*                    ADOPT=YES to seal files that have never had *
033200*                    a seal, RESULTS= for the seal-result file,  *
033300*                    and the run-statistics RUNID= and STATS=    *
033310*                    arguments.                                  *
033400*****************************************************************
033500 1000-INITIALIZE.
033600     MOVE SPACES TO RFL-MANIFEST-NAME.
033700     ACCEPT RFL-TODAY-DATE FROM DATE YYYYMMDD.
033800     MOVE RFL-TODAY-DATE TO RFL-STATS-RUN-ID.
033900     PERFORM 1010-GET-ONE-ARGUMENT
034000         THRU 1010-GET-ONE-ARGUMENT-EXIT
034100         UNTIL RFL-NO-MORE-ARGS.
034200 1000-INITIALIZE-EXIT.
034300     EXIT.
034400
034500 1010-GET-ONE-ARGUMENT.
034600     MOVE SPACES TO RFL-ARGUMENT.
034700     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
034800         ON EXCEPTION
034900             MOVE 'N' TO RFL-MORE-ARGS-SW
035000             GO TO 1010-GET-ONE-ARGUMENT-EXIT
035100     END-ACCEPT.
035200     IF RFL-ARGUMENT(1:9) = RFL-MANIFEST-TAG
035300         MOVE RFL-ARGUMENT(10:50) TO RFL-MANIFEST-NAME
035400         GO TO 1010-GET-ONE-ARGUMENT-EXIT
035500     END-IF.
035600     IF RFL-ARGUMENT(1:8) = RFL-SEALKEY-TAG
035700         MOVE RFL-ARGUMENT(9:50) TO RFL-SEALKEY-FILE-NAME
035800         GO TO 1010-GET-ONE-ARGUMENT-EXIT
035900     END-IF.
036000     IF RFL-ARGUMENT(1:7) = RFL-REPORT-TAG
036100         MOVE RFL-ARGUMENT(8:50) TO RFL-VERIFY-FILE-NAME
036200         GO TO 1010-GET-ONE-ARGUMENT-EXIT
036300     END-IF.
036400     IF RFL-ARGUMENT(1:6) = RFL-ADOPT-TAG
036500         IF RFL-ARGUMENT(7:4) = 'YES '
036600             MOVE 'Y' TO RFL-ADOPT-SW
036700             DISPLAY 'UNSEALED REPORT FILES WILL BE ADOPTED'
036800         ELSE
036900             MOVE 'N' TO RFL-ADOPT-SW
037000         END-IF
037100         GO TO 1010-GET-ONE-ARGUMENT-EXIT
037200     END-IF.
037210     IF RFL-ARGUMENT(1:8) = RFL-RESULTS-TAG
037220         MOVE RFL-ARGUMENT(9:50) TO RFL-SEAL-RESULT-FILE-NAME
037230         GO TO 1010-GET-ONE-ARGUMENT-EXIT
037240     END-IF.
037300     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
037400         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
037500         GO TO 1010-GET-ONE-ARGUMENT-EXIT
037600     END-IF.
037700     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
037800         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
037900         GO TO 1010-GET-ONE-ARGUMENT-EXIT
038000     END-IF.
038100     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
038200         UPON SYSERR.
038300 1010-GET-ONE-ARGUMENT-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
038800*                    statistics under the night's run ID        *
038900*                    instead of today's date.  An operator      *
039000*                    rerunning the chain after midnight gives   *
039100*                    every step the crashed night's ID, as for  *
039200*                    the draw step, so the control report still *
039300*                    sees one night.                            *
039400*****************************************************************
039500 1020-SET-RUN-ID.
039600     IF RFL-ARGUMENT(7:8) IS NUMERIC
039700     AND RFL-ARGUMENT(15:1) = SPACE
039800         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
039900         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
040000     ELSE
040100         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
040200     END-IF.
040300 1020-SET-RUN-ID-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*  2000-OPEN-REPORT - open the seal report and print its title   *
040800*                     and column heading.                        *
040900*****************************************************************
041000 2000-OPEN-REPORT.
041100     OPEN OUTPUT VERIFY-FILE.
041200     IF NOT RFL-VERIFY-OK
041300         DISPLAY 'CANNOT WRITE ' RFL-VERIFY-FILE-NAME
041400             ' STATUS ' RFL-VERIFY-STATUS UPON SYSERR
041500         MOVE 'Y' TO RFL-ANY-FAILURE-SW
041600         GO TO 2000-OPEN-REPORT-EXIT
041700     END-IF.
041800     MOVE 'Y' TO RFL-VERIFY-OPEN-SW.
041900     MOVE RFL-TODAY-DATE TO RFL-TTL-PRINTED.
042000     MOVE RFL-MANIFEST-NAME TO RFL-TTL-MANIFEST.
042100     MOVE RFL-TITLE-LINE TO RFL-VERIFY-RECORD.
042200     WRITE RFL-VERIFY-RECORD.
042300     MOVE SPACES TO RFL-VERIFY-RECORD.
042400     WRITE RFL-VERIFY-RECORD.
042500     MOVE RFL-HEAD-LINE TO RFL-VERIFY-RECORD.
042600     WRITE RFL-VERIFY-RECORD.
042700 2000-OPEN-REPORT-EXIT.
042800     EXIT.
042900
043000*****************************************************************
043100*  3000-CHECK-MANIFEST - walk the manifest the raffle step drew  *
043200*                        from and check each file's seal.        *
043300*                        Without a seal key nothing can be       *
043400*                        checked, and the whole chain stops.     *
043500*****************************************************************
043600 3000-CHECK-MANIFEST.
043700     PERFORM 8330-LOAD-SEAL-KEY THRU 8330-LOAD-SEAL-KEY-EXIT.
043800     IF NOT RFL-SEAL-KEY-LOADED
043900         MOVE 'Y' TO RFL-ANY-FAILURE-SW
044000         MOVE SPACES TO RFL-DETAIL-LINE
044100         MOVE RFL-SEALKEY-FILE-NAME TO RFL-DTL-FILE
044200         MOVE ZERO TO RFL-DTL-RECORDS
044300         MOVE 'NO SEAL KEY' TO RFL-DTL-RESULT
044400         MOVE 'NOTHING CHECKED - THE CHAIN STOPS HERE'
044500             TO RFL-DTL-NOTE
044600         MOVE RFL-DETAIL-LINE TO RFL-VERIFY-RECORD
044700         WRITE RFL-VERIFY-RECORD
044800         GO TO 3000-CHECK-MANIFEST-EXIT
044900     END-IF.
045000     MOVE 'N' TO RFL-MANIFEST-EOF-SW.
045100     OPEN INPUT MANIFEST-FILE.
045200     IF NOT RFL-MANIFEST-OK
045300         DISPLAY 'CANNOT OPEN MANIFEST: ' RFL-MANIFEST-NAME
045400             ' STATUS ' RFL-MANIFEST-STATUS UPON SYSERR
045500         MOVE 'Y' TO RFL-ANY-FAILURE-SW
045600         GO TO 3000-CHECK-MANIFEST-EXIT
045700     END-IF.
045800     PERFORM 3100-CHECK-ONE-LINE
045900         THRU 3100-CHECK-ONE-LINE-EXIT
046000         UNTIL RFL-MANIFEST-AT-END.
046100     CLOSE MANIFEST-FILE.
046200 3000-CHECK-MANIFEST-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600*  3100-CHECK-ONE-LINE - a manifest line names one raffle file - *
046700*                        check its seal, print the result and    *
046800*                        file its 'F' run-statistics record and  *
046900*                        seal-result line, with RC 8 and one     *
047000*                        reject when the seal failed.            *
047100*****************************************************************
047200 3100-CHECK-ONE-LINE.
047300     READ MANIFEST-FILE
047400         AT END
047500             MOVE 'Y' TO RFL-MANIFEST-EOF-SW
047600             GO TO 3100-CHECK-ONE-LINE-EXIT
047700     END-READ.
047800     IF RFL-MANIFEST-RECORD = SPACES
047900         GO TO 3100-CHECK-ONE-LINE-EXIT
048000     END-IF.
048100     MOVE RFL-MANIFEST-RECORD TO RFL-RAFFLE-FILE-NAME.
048200     ADD 1 TO RFL-FILE-COUNT.
048300     PERFORM 3200-CHECK-ONE-FILE THRU 3200-CHECK-ONE-FILE-EXIT.
048400     ADD RFL-FILE-RECORD-COUNT TO RFL-RECORD-TOTAL.
048500     IF RFL-FILE-FAILED
048600         ADD 1 TO RFL-FILE-FAILED-COUNT
048700         MOVE 'Y' TO RFL-ANY-FAILURE-SW
048800     END-IF.
048900     IF RFL-RESULT-ADOPTED
049000         ADD 1 TO RFL-FILE-ADOPTED-COUNT
049100         ADD RFL-FILE-ADOPTED-RECORDS TO RFL-ADOPTED-TOTAL
049200     END-IF.
049300     PERFORM 3600-PRINT-FILE-RESULT
049400         THRU 3600-PRINT-FILE-RESULT-EXIT.
049500     MOVE ZERO TO RFL-STA-COUNTS.
049600     MOVE 'F' TO RFL-STA-RECORD-TYPE.
049700     MOVE RFL-RAFFLE-FILE-NAME TO RFL-STA-RAFFLE-FILE.
049800     MOVE RFL-FILE-RECORD-COUNT TO RFL-STA-READ.
049900     MOVE RFL-FILE-ADOPTED-RECORDS TO RFL-STA-WRITTEN.
050000     IF RFL-FILE-FAILED
050100         MOVE 1 TO RFL-STA-REJECTED
050200         MOVE 8 TO RFL-STA-RETURN-CODE
050300     ELSE
050400         MOVE ZERO TO RFL-STA-RETURN-CODE
050500     END-IF.
050600     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
050610     PERFORM 8910-WRITE-SEAL-RESULT
050620         THRU 8910-WRITE-SEAL-RESULT-EXIT.
050700 3100-CHECK-ONE-LINE-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*  3200-CHECK-ONE-FILE - recompute one raffle file's seal.  No   *
051200*                        .RPT and no seal means the file has     *
051300*                        never been drawn.  A .RPT with no seal  *
051400*                        is adopted under ADOPT=YES and          *
051500*                        otherwise fails; a seal with no .RPT    *
051600*                        fails.  With both present, the .RPT and *
051700*                        the seal are read side by side and the  *
051800*                        first record whose hash or place        *
051900*                        disagrees stops the check; after the    *
052000*                        last record the trailer must agree.     *
052100*****************************************************************
052200 3200-CHECK-ONE-FILE.
052300     MOVE 'N' TO RFL-FILE-FAILED-SW.
052400     MOVE 'N' TO RFL-FAIL-RPT-SW.
052500     MOVE 'N' TO RFL-FAIL-SEAL-SW.
052600     MOVE ZERO TO RFL-FAIL-RECORD-NO.
052700     MOVE ZERO TO RFL-FILE-RECORD-COUNT.
052800     MOVE ZERO TO RFL-FILE-ADOPTED-RECORDS.
052900     MOVE SPACES TO RFL-RESULT.
053000     MOVE SPACES TO RFL-REPORT-FILE-NAME.
053100     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
053200         '.RPT' DELIMITED BY SIZE
053300         INTO RFL-REPORT-FILE-NAME
053400     END-STRING.
053500     MOVE SPACES TO RFL-SEAL-FILE-NAME.
053600     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
053700         '.SEAL' DELIMITED BY SIZE
053800         INTO RFL-SEAL-FILE-NAME
053900     END-STRING.
054000     MOVE RFL-SEAL-KEY TO RFL-SEAL-CHAIN.
054100     MOVE ZERO TO RFL-SEAL-COUNT.
054200     MOVE 'N' TO RFL-REPORT-EOF-SW.
054300     MOVE 'N' TO RFL-SEAL-EOF-SW.
054400     OPEN INPUT REPORT-FILE.
054500     IF NOT RFL-REPORT-OK AND NOT RFL-REPORT-NOT-FOUND
054600         DISPLAY 'CANNOT OPEN ' RFL-REPORT-FILE-NAME
054700             ' STATUS ' RFL-REPORT-STATUS UPON SYSERR
054800         MOVE 'REPORT UNREADABLE' TO RFL-RESULT
054900         MOVE 'Y' TO RFL-FILE-FAILED-SW
055000         GO TO 3200-CHECK-ONE-FILE-EXIT
055100     END-IF.
055200     OPEN INPUT SEAL-FILE.
055300     IF NOT RFL-SEAL-OK AND NOT RFL-SEAL-NOT-FOUND
055400         DISPLAY 'CANNOT OPEN ' RFL-SEAL-FILE-NAME
055500             ' STATUS ' RFL-SEAL-STATUS UPON SYSERR
055600         MOVE 'SEAL UNREADABLE' TO RFL-RESULT
055700         MOVE 'Y' TO RFL-FILE-FAILED-SW
055800         IF RFL-REPORT-OK
055900             CLOSE REPORT-FILE
056000         END-IF
056100         GO TO 3200-CHECK-ONE-FILE-EXIT
056200     END-IF.
056300     IF RFL-REPORT-NOT-FOUND AND RFL-SEAL-NOT-FOUND
056400         MOVE 'NO DRAWS ON RECORD' TO RFL-RESULT
056500         GO TO 3200-CHECK-ONE-FILE-EXIT
056600     END-IF.
056700     IF RFL-REPORT-NOT-FOUND
056800         CLOSE SEAL-FILE
056900         MOVE 'REPORT MISSING' TO RFL-RESULT
057000         MOVE 'Y' TO RFL-FILE-FAILED-SW
057100         GO TO 3200-CHECK-ONE-FILE-EXIT
057200     END-IF.
057300     IF RFL-SEAL-NOT-FOUND
057400         CLOSE REPORT-FILE
057500         PERFORM 3500-CHECK-UNSEALED-REPORT
057600             THRU 3500-CHECK-UNSEALED-REPORT-EXIT
057700         GO TO 3200-CHECK-ONE-FILE-EXIT
057800     END-IF.
057900     PERFORM 3300-CHECK-ONE-RECORD
058000         THRU 3300-CHECK-ONE-RECORD-EXIT
058100         UNTIL RFL-REPORT-AT-END OR RFL-FILE-FAILED.
058200     IF NOT RFL-FILE-FAILED
058300         PERFORM 3400-CHECK-TRAILER THRU 3400-CHECK-TRAILER-EXIT
058400     END-IF.
058500     CLOSE REPORT-FILE.
058600     CLOSE SEAL-FILE.
058700     IF NOT RFL-FILE-FAILED
058800         MOVE 'SEAL INTACT' TO RFL-RESULT
058900     END-IF.
059000 3200-CHECK-ONE-FILE-EXIT.
059100     EXIT.
059200
059300*****************************************************************
059400*  3300-CHECK-ONE-RECORD - read the next .RPT record and the     *
059500*                          seal line that should stand for it,   *
059600*                          fold the record into the hash and     *
059700*                          compare.  A .RPT record with no       *
059800*                          detail line behind it was never       *
059900*                          sealed.                               *
060000*****************************************************************
060100 3300-CHECK-ONE-RECORD.
060200     READ REPORT-FILE
060300         AT END
060400             MOVE 'Y' TO RFL-REPORT-EOF-SW
060500             GO TO 3300-CHECK-ONE-RECORD-EXIT
060600     END-READ.
060700     ADD 1 TO RFL-FILE-RECORD-COUNT.
060800     MOVE RFL-REPORT-RECORD TO RFL-SEAL-IMAGE.
060900     PERFORM 8300-SEAL-ONE-RECORD THRU 8300-SEAL-ONE-RECORD-EXIT.
061000     READ SEAL-FILE
061100         AT END
061200             MOVE 'Y' TO RFL-SEAL-EOF-SW
061300     END-READ.
061400     IF RFL-SEAL-AT-END OR NOT RFL-SEL-DETAIL
061500         MOVE 'RECORD NOT SEALED' TO RFL-RESULT
061600         PERFORM 3310-NOTE-FAILED-RECORD
061700             THRU 3310-NOTE-FAILED-RECORD-EXIT
061800         GO TO 3300-CHECK-ONE-RECORD-EXIT
061900     END-IF.
062000     IF RFL-SEL-RECORD-NO NOT = RFL-SEAL-COUNT
062100     OR RFL-SEL-CHAIN NOT = RFL-SEAL-CHAIN
062200         MOVE 'RECORD ALTERED' TO RFL-RESULT
062300         PERFORM 3320-NOTE-FAILED-SEAL
062400             THRU 3320-NOTE-FAILED-SEAL-EXIT
062500         PERFORM 3310-NOTE-FAILED-RECORD
062600             THRU 3310-NOTE-FAILED-RECORD-EXIT
062700     END-IF.
062800 3300-CHECK-ONE-RECORD-EXIT.
062900     EXIT.
063000
063100 3310-NOTE-FAILED-RECORD.
063200     MOVE 'Y' TO RFL-FILE-FAILED-SW.
063300     MOVE 'Y' TO RFL-FAIL-RPT-SW.
063400     MOVE RFL-FILE-RECORD-COUNT TO RFL-FAIL-RECORD-NO.
063500     MOVE RFL-RPT-DRAW-DATE TO RFL-FAIL-RPT-DRAW-DATE.
063600     MOVE RFL-RPT-DRAW-TIME TO RFL-FAIL-RPT-DRAW-TIME.
063700     MOVE RFL-RPT-PRIZE-RANK TO RFL-FAIL-RPT-PRIZE-RANK.
063800     MOVE RFL-RPT-WINNER-ID TO RFL-FAIL-RPT-WINNER-ID.
063900     MOVE RFL-RPT-WINNER-NAME TO RFL-FAIL-RPT-WINNER-NAME.
064000 3310-NOTE-FAILED-RECORD-EXIT.
064100     EXIT.
064200
064300 3320-NOTE-FAILED-SEAL.
064400     MOVE 'Y' TO RFL-FILE-FAILED-SW.
064500     MOVE 'Y' TO RFL-FAIL-SEAL-SW.
064600     MOVE RFL-SEL-DRAW-DATE TO RFL-FAIL-SEAL-DRAW-DATE.
064700     MOVE RFL-SEL-DRAW-TIME TO RFL-FAIL-SEAL-DRAW-TIME.
064800     MOVE RFL-SEL-PRIZE-RANK TO RFL-FAIL-SEAL-PRIZE-RANK.
064900 3320-NOTE-FAILED-SEAL-EXIT.
065000     EXIT.
065100
065200*****************************************************************
065300*  3400-CHECK-TRAILER - every .RPT record matched - the next     *
065400*                       seal line must be the trailer, with this *
065500*                       record count, this final hash and a      *
065600*                       keyed check that works out, and nothing  *
065700*                       may follow it.  A detail line instead    *
065800*                       means records have gone from the end of  *
065900*                       the .RPT.                                *
066000*****************************************************************
066100 3400-CHECK-TRAILER.
066200     READ SEAL-FILE
066300         AT END
066400             MOVE 'SEAL INCOMPLETE' TO RFL-RESULT
066500             MOVE 'Y' TO RFL-FILE-FAILED-SW
066600             GO TO 3400-CHECK-TRAILER-EXIT
066700     END-READ.
066800     IF RFL-SEL-DETAIL
066900         MOVE 'RECORD MISSING' TO RFL-RESULT
067000         PERFORM 3320-NOTE-FAILED-SEAL
067100             THRU 3320-NOTE-FAILED-SEAL-EXIT
067200         MOVE RFL-SEL-RECORD-NO TO RFL-FAIL-RECORD-NO
067300         GO TO 3400-CHECK-TRAILER-EXIT
067400     END-IF.
067500     PERFORM 8320-MAKE-TRAILER-CHECK
067600         THRU 8320-MAKE-TRAILER-CHECK-EXIT.
067700     IF NOT RFL-SEL-TRAILER
067800     OR RFL-SEL-RECORD-COUNT NOT = RFL-SEAL-COUNT
067900     OR RFL-SEL-FINAL-CHAIN NOT = RFL-SEAL-CHAIN
068000     OR RFL-SEL-TRAILER-CHECK NOT = RFL-SEAL-CHECK
068100         MOVE 'TRAILER ALTERED' TO RFL-RESULT
068200         MOVE 'Y' TO RFL-FILE-FAILED-SW
068300         GO TO 3400-CHECK-TRAILER-EXIT
068400     END-IF.
068500     READ SEAL-FILE
068600         AT END
068700             MOVE 'Y' TO RFL-SEAL-EOF-SW
068800     END-READ.
068900     IF NOT RFL-SEAL-AT-END
069000         MOVE 'TRAILER ALTERED' TO RFL-RESULT
069100         MOVE 'Y' TO RFL-FILE-FAILED-SW
069200     END-IF.
069300 3400-CHECK-TRAILER-EXIT.
069400     EXIT.
069500
069600*****************************************************************
069700*  3500-CHECK-UNSEALED-REPORT - a .RPT with no seal.  An empty   *
069800*                               one has nothing to seal.  Under  *
069900*                               ADOPT=YES the file is sealed     *
070000*                               from its records as they stand;  *
070100*                               otherwise its first record fails *
070200*                               as not sealed.  A seal line that *
070210*                               cannot be written stops the      *
070220*                               adoption and fails the file -    *
070230*                               the part-written .SEAL must be   *
070240*                               deleted before the file is       *
070250*                               adopted again.                   *
070300*****************************************************************
070400 3500-CHECK-UNSEALED-REPORT.
070500     MOVE 'N' TO RFL-REPORT-EOF-SW.
070600     OPEN INPUT REPORT-FILE.
070700     READ REPORT-FILE
070800         AT END
070900             MOVE 'Y' TO RFL-REPORT-EOF-SW
071000     END-READ.
071100     IF RFL-REPORT-AT-END
071200         CLOSE REPORT-FILE
071300         MOVE 'NO DRAWS ON RECORD' TO RFL-RESULT
071400         GO TO 3500-CHECK-UNSEALED-REPORT-EXIT
071500     END-IF.
071600     IF NOT RFL-ADOPT-UNSEALED
071700         MOVE 'NOT SEALED' TO RFL-RESULT
071800         ADD 1 TO RFL-FILE-RECORD-COUNT
071900         PERFORM 3310-NOTE-FAILED-RECORD
072000             THRU 3310-NOTE-FAILED-RECORD-EXIT
072100         CLOSE REPORT-FILE
072200         GO TO 3500-CHECK-UNSEALED-REPORT-EXIT
072300     END-IF.
072400     OPEN OUTPUT SEAL-FILE.
072500     IF NOT RFL-SEAL-OK
072600         DISPLAY 'CANNOT WRITE ' RFL-SEAL-FILE-NAME
072700             ' STATUS ' RFL-SEAL-STATUS UPON SYSERR
072800         CLOSE REPORT-FILE
072900         MOVE 'SEAL UNWRITABLE' TO RFL-RESULT
073000         MOVE 'Y' TO RFL-FILE-FAILED-SW
073100         GO TO 3500-CHECK-UNSEALED-REPORT-EXIT
073200     END-IF.
073300     PERFORM 3510-ADOPT-ONE-RECORD
073400         THRU 3510-ADOPT-ONE-RECORD-EXIT
073500         UNTIL RFL-REPORT-AT-END OR RFL-FILE-FAILED.
073510     IF RFL-FILE-FAILED
073520         CLOSE SEAL-FILE
073530         CLOSE REPORT-FILE
073540         GO TO 3500-CHECK-UNSEALED-REPORT-EXIT
073550     END-IF.
073600     PERFORM 8320-MAKE-TRAILER-CHECK
073700         THRU 8320-MAKE-TRAILER-CHECK-EXIT.
073800     MOVE SPACES TO RFL-SEAL-RECORD.
073900     MOVE 'T' TO RFL-SEL-RECORD-TYPE.
074000     MOVE RFL-SEAL-COUNT TO RFL-SEL-RECORD-COUNT.
074100     MOVE RFL-SEAL-CHAIN TO RFL-SEL-FINAL-CHAIN.
074200     MOVE RFL-SEAL-CHECK TO RFL-SEL-TRAILER-CHECK.
074300     MOVE 'RFLSEL01' TO RFL-SEL-SEALED-BY.
074400     ACCEPT RFL-SEL-SEALED-DATE FROM DATE YYYYMMDD.
074500     ACCEPT RFL-SEL-SEALED-TIME FROM TIME.
074600     WRITE RFL-SEAL-RECORD.
074610     IF NOT RFL-SEAL-OK
074620         DISPLAY 'CANNOT WRITE ' RFL-SEAL-FILE-NAME
074630             ' STATUS ' RFL-SEAL-STATUS UPON SYSERR
074640         MOVE 'SEAL UNWRITABLE' TO RFL-RESULT
074650         MOVE 'Y' TO RFL-FILE-FAILED-SW
074660         CLOSE SEAL-FILE
074670         CLOSE REPORT-FILE
074680         GO TO 3500-CHECK-UNSEALED-REPORT-EXIT
074690     END-IF.
074700     CLOSE SEAL-FILE.
074800     CLOSE REPORT-FILE.
074900     MOVE RFL-SEAL-COUNT TO RFL-FILE-ADOPTED-RECORDS.
075000     MOVE 'ADOPTED' TO RFL-RESULT.
075100     DISPLAY 'ADOPTED ' RFL-REPORT-FILE-NAME ' - '
075200         RFL-SEAL-COUNT ' RECORD(S) SEALED AS THEY STAND'.
075300 3500-CHECK-UNSEALED-REPORT-EXIT.
075400     EXIT.
075500
075600*****************************************************************
075700*  3510-ADOPT-ONE-RECORD - seal the .RPT record in hand and read *
075800*                          the next.                             *
075900*****************************************************************
076000 3510-ADOPT-ONE-RECORD.
076100     ADD 1 TO RFL-FILE-RECORD-COUNT.
076200     MOVE RFL-REPORT-RECORD TO RFL-SEAL-IMAGE.
076300     PERFORM 8300-SEAL-ONE-RECORD THRU 8300-SEAL-ONE-RECORD-EXIT.
076400     MOVE SPACES TO RFL-SEAL-RECORD.
076500     MOVE 'D' TO RFL-SEL-RECORD-TYPE.
076600     MOVE RFL-SEAL-COUNT TO RFL-SEL-RECORD-NO.
076700     MOVE RFL-SEAL-CHAIN TO RFL-SEL-CHAIN.
076800     MOVE RFL-RPT-DRAW-DATE TO RFL-SEL-DRAW-DATE.
076900     MOVE RFL-RPT-DRAW-TIME TO RFL-SEL-DRAW-TIME.
077000     MOVE RFL-RPT-PRIZE-RANK TO RFL-SEL-PRIZE-RANK.
077100     WRITE RFL-SEAL-RECORD.
077110     IF NOT RFL-SEAL-OK
077120         DISPLAY 'CANNOT WRITE ' RFL-SEAL-FILE-NAME
077130             ' STATUS ' RFL-SEAL-STATUS UPON SYSERR
077140         MOVE 'SEAL UNWRITABLE' TO RFL-RESULT
077150         MOVE 'Y' TO RFL-FILE-FAILED-SW
077155         MOVE RFL-FILE-RECORD-COUNT TO RFL-FAIL-RECORD-NO
077160         GO TO 3510-ADOPT-ONE-RECORD-EXIT
077170     END-IF.
077200     READ REPORT-FILE
077300         AT END
077400             MOVE 'Y' TO RFL-REPORT-EOF-SW
077500     END-READ.
077600 3510-ADOPT-ONE-RECORD-EXIT.
077700     EXIT.
077800
077900*****************************************************************
078000*  3600-PRINT-FILE-RESULT - one report line per raffle file and, *
078100*                           when its seal failed, the first      *
078200*                           failing record - what the .RPT holds *
078300*                           there now and what the seal says was *
078400*                           drawn there.                         *
078500*****************************************************************
078600 3600-PRINT-FILE-RESULT.
078700     MOVE SPACES TO RFL-DETAIL-LINE.
078800     MOVE RFL-RAFFLE-FILE-NAME TO RFL-DTL-FILE.
078900     MOVE RFL-FILE-RECORD-COUNT TO RFL-DTL-RECORDS.
079000     MOVE RFL-RESULT TO RFL-DTL-RESULT.
079100     IF RFL-FILE-FAILED
079200         MOVE 'CHAIN STOPPED - HISTORY AND CLAIMS NOT FOLDED'
079300             TO RFL-DTL-NOTE
079400     END-IF.
079500     IF RFL-RESULT-ADOPTED
079600         MOVE 'NEW SEAL WRITTEN FROM THE FILE AS IT STANDS'
079700             TO RFL-DTL-NOTE
079800     END-IF.
079900     MOVE RFL-DETAIL-LINE TO RFL-VERIFY-RECORD.
080000     WRITE RFL-VERIFY-RECORD.
080100     IF RFL-FILE-FAILED
080200         DISPLAY 'SEAL CHECK FAILED: ' RFL-RAFFLE-FILE-NAME
080300             ' - ' RFL-RESULT ' AT RECORD ' RFL-FAIL-RECORD-NO
080400             UPON SYSERR
080500     END-IF.
080600     IF RFL-FAIL-HAS-RPT
080700         MOVE 'REPORT FILE HOLDS' TO RFL-FLN-LABEL
080800         MOVE RFL-FAIL-RECORD-NO TO RFL-FLN-RECORD-NO
080900         MOVE RFL-FAIL-RPT-DRAW-DATE TO RFL-FLN-DRAW-DATE
081000         MOVE RFL-FAIL-RPT-DRAW-TIME TO RFL-FLN-DRAW-TIME
081100         MOVE RFL-FAIL-RPT-PRIZE-RANK TO RFL-FLN-PRIZE-RANK
081200         MOVE '  WINNER ' TO RFL-FLN-WINNER-LABEL
081300         MOVE RFL-FAIL-RPT-WINNER-ID TO RFL-FLN-WINNER-ID
081400         MOVE RFL-FAIL-RPT-WINNER-NAME TO RFL-FLN-WINNER-NAME
081500         PERFORM 3610-WRITE-FAIL-LINE
081600             THRU 3610-WRITE-FAIL-LINE-EXIT
081700     END-IF.
081800     IF RFL-FAIL-HAS-SEAL
081900         MOVE 'SEAL RECORDS' TO RFL-FLN-LABEL
082000         MOVE RFL-FAIL-RECORD-NO TO RFL-FLN-RECORD-NO
082100         MOVE RFL-FAIL-SEAL-DRAW-DATE TO RFL-FLN-DRAW-DATE
082200         MOVE RFL-FAIL-SEAL-DRAW-TIME TO RFL-FLN-DRAW-TIME
082300         MOVE RFL-FAIL-SEAL-PRIZE-RANK TO RFL-FLN-PRIZE-RANK
082400         MOVE SPACES TO RFL-FLN-WINNER-LABEL
082500         MOVE SPACES TO RFL-FLN-WINNER-ID
082600         MOVE SPACES TO RFL-FLN-WINNER-NAME
082700         PERFORM 3610-WRITE-FAIL-LINE
082800             THRU 3610-WRITE-FAIL-LINE-EXIT
082900     END-IF.
083000 3600-PRINT-FILE-RESULT-EXIT.
083100     EXIT.
083200
083300 3610-WRITE-FAIL-LINE.
083400     MOVE RFL-FAIL-LINE TO RFL-VERIFY-RECORD.
083500     WRITE RFL-VERIFY-RECORD.
083600 3610-WRITE-FAIL-LINE-EXIT.
083700     EXIT.
083800
083900*****************************************************************
084000*  5000-PRINT-TOTALS - totals for the run, and the verdict the   *
084100*                      rest of the chain runs on.                *
084200*****************************************************************
084300 5000-PRINT-TOTALS.
084400     MOVE SPACES TO RFL-VERIFY-RECORD.
084500     WRITE RFL-VERIFY-RECORD.
084600     MOVE 'RAFFLE FILES CHECKED' TO RFL-TOT-LABEL.
084700     MOVE RFL-FILE-COUNT TO RFL-TOT-COUNT.
084800     PERFORM 8200-WRITE-TOTAL-LINE
084900         THRU 8200-WRITE-TOTAL-LINE-EXIT.
085000     MOVE 'REPORT RECORDS CHECKED' TO RFL-TOT-LABEL.
085100     MOVE RFL-RECORD-TOTAL TO RFL-TOT-COUNT.
085200     PERFORM 8200-WRITE-TOTAL-LINE
085300         THRU 8200-WRITE-TOTAL-LINE-EXIT.
085400     MOVE 'FILES ADOPTED' TO RFL-TOT-LABEL.
085500     MOVE RFL-FILE-ADOPTED-COUNT TO RFL-TOT-COUNT.
085600     PERFORM 8200-WRITE-TOTAL-LINE
085700         THRU 8200-WRITE-TOTAL-LINE-EXIT.
085800     MOVE 'FILES FAILING THE SEAL CHECK' TO RFL-TOT-LABEL.
085900     MOVE RFL-FILE-FAILED-COUNT TO RFL-TOT-COUNT.
086000     PERFORM 8200-WRITE-TOTAL-LINE
086100         THRU 8200-WRITE-TOTAL-LINE-EXIT.
086200     MOVE SPACES TO RFL-VERIFY-RECORD.
086300     WRITE RFL-VERIFY-RECORD.
086400     IF RFL-ANY-FAILURE
086500         MOVE '  *** CHAIN STOPPED - DO NOT FOLD THESE FILES ***'
086600             TO RFL-VERIFY-RECORD
086700     ELSE
086800         MOVE '  ALL SEALS INTACT' TO RFL-VERIFY-RECORD
086900     END-IF.
087000     WRITE RFL-VERIFY-RECORD.
087100 5000-PRINT-TOTALS-EXIT.
087200     EXIT.
087300
087400 8200-WRITE-TOTAL-LINE.
087500     MOVE RFL-TOTAL-LINE TO RFL-VERIFY-RECORD.
087600     WRITE RFL-VERIFY-RECORD.
087700 8200-WRITE-TOTAL-LINE-EXIT.
087800     EXIT.
087900
088000*****************************************************************
088100*  8300-SEAL-ONE-RECORD - fold the .RPT record in RFL-SEAL-IMAGE *
088200*                         into the running seal hash and count   *
088300*                         it - see RFLSEL.CPY.                   *
088400*****************************************************************
088500 8300-SEAL-ONE-RECORD.
088600     ADD 1 TO RFL-SEAL-COUNT.
088700     PERFORM 8310-SEAL-ONE-BYTE
088800         THRU 8310-SEAL-ONE-BYTE-EXIT
088900         VARYING RFL-SEAL-SUB FROM 1 BY 1
089000         UNTIL RFL-SEAL-SUB > 177.
089100     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * RFL-SEAL-CHAIN
089200         + RFL-SEAL-KEY + RFL-SEAL-COUNT.
089300     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
089400         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHAIN.
089500 8300-SEAL-ONE-RECORD-EXIT.
089600     EXIT.
089700
089800 8310-SEAL-ONE-BYTE.
089900     MOVE RFL-SEAL-IMAGE(RFL-SEAL-SUB:1) TO RFL-SEAL-BYTE.
090000     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * 263
090100         + (RFL-SEAL-BYTE-CODE + 1) * 7919 + RFL-SEAL-SUB.
090200     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
090300         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHAIN.
090400 8310-SEAL-ONE-BYTE-EXIT.
090500     EXIT.
090600
090700*****************************************************************
090800*  8320-MAKE-TRAILER-CHECK - the keyed check the seal trailer    *
090900*                            carries over the record count and   *
091000*                            the final hash.                     *
091100*****************************************************************
091200 8320-MAKE-TRAILER-CHECK.
091300     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * 263
091400         + RFL-SEAL-COUNT * 7919 + RFL-SEAL-KEY.
091500     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
091600         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHECK.
091700     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHECK * RFL-SEAL-CHECK
091800         + RFL-SEAL-KEY.
091900     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
092000         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHECK.
092100 8320-MAKE-TRAILER-CHECK-EXIT.
092200     EXIT.
092300
092400*****************************************************************
092500*  8330-LOAD-SEAL-KEY - read the nine-digit seal key off the     *
092600*                       restricted seal key file (SEALKEY=,      *
092700*                       default RFL.SEAL.KEY).  Without it no    *
092800*                       seal can be made or checked.             *
092900*****************************************************************
093000 8330-LOAD-SEAL-KEY.
093100     MOVE 'X' TO RFL-SEAL-KEY-SW.
093200     OPEN INPUT SEALKEY-FILE.
093300     IF NOT RFL-SEALKEY-OK
093400         DISPLAY 'CANNOT OPEN SEAL KEY FILE: '
093500             RFL-SEALKEY-FILE-NAME
093600             ' STATUS ' RFL-SEALKEY-STATUS UPON SYSERR
093700         GO TO 8330-LOAD-SEAL-KEY-EXIT
093800     END-IF.
093900     MOVE SPACES TO RFL-SEALKEY-RECORD.
094000     READ SEALKEY-FILE
094100         AT END
094200             MOVE SPACES TO RFL-SEALKEY-RECORD
094300     END-READ.
094400     CLOSE SEALKEY-FILE.
094500     IF RFL-SEALKEY-RECORD(1:9) IS NOT NUMERIC
094600         DISPLAY 'SEAL KEY FILE DOES NOT START WITH A '
094700             'NINE-DIGIT KEY: ' RFL-SEALKEY-FILE-NAME UPON SYSERR
094800         GO TO 8330-LOAD-SEAL-KEY-EXIT
094900     END-IF.
095000     MOVE RFL-SEALKEY-RECORD(1:9) TO RFL-SEAL-KEY.
095100     MOVE 'Y' TO RFL-SEAL-KEY-SW.
095200 8330-LOAD-SEAL-KEY-EXIT.
095300     EXIT.
095400
095500*****************************************************************
095600*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
095700*                         caller has filled in to the shared    *
095800*                         run-statistics file for the nightly   *
095900*                         operations control report (RFLOPS01). *
096000*                         The statistics are bookkeeping only - *
096100*                         a file that cannot be written is      *
096200*                         warned about and never changes this   *
096300*                         step's return code.                   *
096400*****************************************************************
096500 8900-WRITE-RUN-STATS.
096600     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
096700     MOVE 'RFLSEL01' TO RFL-STA-PROGRAM.
096800     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
096900     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
097000     OPEN EXTEND STATS-FILE.
097100     IF RFL-STATS-NOT-FOUND
097200         OPEN OUTPUT STATS-FILE
097300     END-IF.
097400     IF NOT RFL-STATS-OK
097500         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
097600             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
097700             UPON SYSERR
097800         GO TO 8900-WRITE-RUN-STATS-EXIT
097900     END-IF.
098000     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
098100     WRITE RFL-STATS-LINE.
098200     CLOSE STATS-FILE.
098300 8900-WRITE-RUN-STATS-EXIT.
098400     EXIT.
098402
098404*****************************************************************
098406*  8910-WRITE-SEAL-RESULT - append the file's result to the      *
098408*                           seal-result file, where the results  *
098410*                           publication step looks it up - the   *
098412*                           last line for a file is its current  *
098414*                           result.  A line that cannot be       *
098416*                           written is warned about; the         *
098418*                           publication step then finds no       *
098420*                           result, or an older one covering     *
098422*                           fewer records, and leaves the file's *
098424*                           new draws out.                       *
098426*****************************************************************
098428 8910-WRITE-SEAL-RESULT.
098430     MOVE SPACES TO RFL-SEAL-RESULT-RECORD.
098432     MOVE RFL-STATS-RUN-ID TO RFL-SRS-RUN-ID.
098434     MOVE RFL-RAFFLE-FILE-NAME TO RFL-SRS-RAFFLE-FILE.
098436     IF RFL-FILE-FAILED
098438         MOVE 'F' TO RFL-SRS-VERDICT
098440     ELSE
098442         MOVE 'P' TO RFL-SRS-VERDICT
098444     END-IF.
098446     MOVE RFL-RESULT TO RFL-SRS-RESULT.
098448     MOVE RFL-FILE-RECORD-COUNT TO RFL-SRS-RECORD-COUNT.
098450     ACCEPT RFL-SRS-CHECKED-DATE FROM DATE YYYYMMDD.
098452     ACCEPT RFL-SRS-CHECKED-TIME FROM TIME.
098454     OPEN EXTEND SEAL-RESULT-FILE.
098456     IF RFL-SEAL-RESULT-NOT-FOUND
098458         OPEN OUTPUT SEAL-RESULT-FILE
098460     END-IF.
098462     IF NOT RFL-SEAL-RESULT-OK
098464         DISPLAY 'SEAL RESULT NOT WRITTEN - '
098466             RFL-SEAL-RESULT-FILE-NAME ' STATUS '
098468             RFL-SEAL-RESULT-STATUS UPON SYSERR
098470         GO TO 8910-WRITE-SEAL-RESULT-EXIT
098472     END-IF.
098474     WRITE RFL-SEAL-RESULT-RECORD.
098476     CLOSE SEAL-RESULT-FILE.
098478 8910-WRITE-SEAL-RESULT-EXIT.
098480     EXIT.
098500
098600*****************************************************************
098700*  9999-TERMINATE - end of run totals, and the step's closing    *
098800*                   run-statistics record                       *
098900*****************************************************************
099000 9999-TERMINATE.
099100     DISPLAY 'RAFFLE FILES CHECKED:   ' RFL-FILE-COUNT.
099200     DISPLAY 'REPORT RECORDS CHECKED: ' RFL-RECORD-TOTAL.
099300     DISPLAY 'FILES ADOPTED:          ' RFL-FILE-ADOPTED-COUNT.
099400     DISPLAY 'FILES FAILED:           ' RFL-FILE-FAILED-COUNT.
099500     MOVE ZERO TO RFL-STA-COUNTS.
099600     MOVE 'S' TO RFL-STA-RECORD-TYPE.
099700     MOVE RFL-MANIFEST-NAME TO RFL-STA-RAFFLE-FILE.
099800     MOVE RFL-RECORD-TOTAL TO RFL-STA-READ.
099900     MOVE RFL-ADOPTED-TOTAL TO RFL-STA-WRITTEN.
100000     MOVE RFL-FILE-FAILED-COUNT TO RFL-STA-REJECTED.
100100     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
100200     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
100300 9999-TERMINATE-EXIT.
100400     EXIT.
