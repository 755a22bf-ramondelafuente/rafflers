000100*****************************************************************
000200*                                                               *
000300*  RFLELG01                                                    *
000400*                                                               *
000500*  Entrant eligibility statement.  When an employee calls to   *
000600*  ask why they never win, the answer is spread over the       *
000700*  entrant KSDS of each raffle file, its .EXCL/.XLST exclusion *
000800*  listing (RFLXCL01), its .REJ edit rejects (the raffle       *
000900*  step), its .DUP duplicate review (RFLDUP01), the            *
001000*  winner-history master (HISTFILE=) and the claim-status      *
001100*  master (CLAIMFILE=).  This program takes one entrant ID     *
001200*  (ID=) or a file of them, one ID to a line (IDS=), and for   *
001300*  every raffle file on the file list (MANIFEST=, default      *
001400*  RFL.DEPT.FILES - due tonight or not) prints one statement   *
001410*  per ID -                                                    *
001500*                                                               *
001600*      - the name, region and tickets held on that file        *
001700*      - whether the entrant is in the draw, and if not, every *
001800*        reason - not entered, no tickets, edit reject code,   *
001900*        never-eligible, cooldown and the date it runs to,     *
002000*        duplicate hold and the ID it is paired with, or an    *
002100*        .EXCL entry nothing explains                          *
002200*      - the wins on record from that file, and its claims     *
002300*        still OPEN                                            *
002400*                                                               *
002500*  Wins and open claims from raffle files no longer on the     *
002600*  file list follow the last statement, since a win in any     *
002700*  raffle starts the cooldown.  The companions are the ones    *
002800*  the last nightly RFLRAF01 run left behind, so the statement *
002900*  answers for the last draw and, unless the records change,   *
003000*  for tonight's.  The cooldown end date is worked out with    *
003100*  COOLDOWN= days (default 90) - keep it the same as           *
003200*  STEP0150's.  An edit reject under REJECTS=STOP also stops   *
003300*  the whole file's draw; the statement shows only the         *
003400*  entrant's own reject.                                       *
003500*                                                               *
003600*  The statements go to STMT= (default RFL.ELIGIBILITY.STMT).  *
003700*  Nothing is updated - it can be run at any time the nightly  *
003800*  chain is not rewriting the companions.                      *
003900*                                                               *
004000*      RC = 0   A STATEMENT PRINTED FOR EVERY ID               *
004100*      RC = 4   AN ID WAS FOUND NOWHERE - CHECK THE ID         *
004200*      RC = 8   NO ID GIVEN, OR A FILE COULD NOT BE READ -     *
004300*               SEE SYSERR                                     *
004400*                                                               *
004500*  AUTHOR:        R. de la Fuente                              *
004600*  INSTALLATION:  Domcode Payroll & Promotions                 *
004700*  DATE-WRITTEN:  2026-10-15                                   *
004800*  DATE-COMPILED: 2026-10-15                                   *
004900*                                                               *
005000*  MODIFICATION HISTORY                                        *
005100*  ---------------------                                       *
005200*  2026-10-15  RDF  Initial program - run on demand via the    *
005300*                   RFLELG01 job.                              *
005310*  2026-10-15  RDF  The raffle files now default to the full   *
005320*                   file list RFL.DEPT.FILES, not the night's  *
005330*                   manifest, which since the raffle           *
005340*                   calendar lists only the raffles due.       *
005400*                                                               *
005500*****************************************************************
005600 IDENTIFICATION DIVISION.
005700 PROGRAM-ID.     RFLELG01.
005800 AUTHOR.         R. de la Fuente.
005900 INSTALLATION.   Domcode Payroll & Promotions.
006000 DATE-WRITTEN.   2026-10-15.
006100 DATE-COMPILED.  2026-10-15.
006200
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT IDLIST-FILE ASSIGN DYNAMIC RFL-IDLIST-FILE-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS RFL-IDLIST-STATUS.
006900     SELECT MANIFEST-FILE ASSIGN DYNAMIC RFL-MANIFEST-NAME
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS RFL-MANIFEST-STATUS.
007200     SELECT HISTORY-FILE ASSIGN DYNAMIC RFL-HISTORY-FILE-NAME
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS RFL-HIST-KEY
007600         FILE STATUS IS RFL-HISTORY-STATUS.
007700     SELECT CLAIM-FILE ASSIGN DYNAMIC RFL-CLAIM-FILE-NAME
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS RFL-CLM-KEY
008100         FILE STATUS IS RFL-CLAIM-STATUS.
008200     SELECT ENTRANT-FILE ASSIGN DYNAMIC RFL-FILE-NAME
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS RFL-ENTRANT-ID
008600         FILE STATUS IS RFL-ENTRANT-STATUS.
008700     SELECT COMPANION-FILE ASSIGN DYNAMIC RFL-COMPANION-FILE-NAME
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS RFL-COMPANION-STATUS.
009000     SELECT STMT-FILE ASSIGN DYNAMIC RFL-STMT-FILE-NAME
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS RFL-STMT-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  IDLIST-FILE.
009700 01  RFL-IDLIST-RECORD           PIC X(80).
009800
009900 FD  MANIFEST-FILE.
010000 01  RFL-MANIFEST-RECORD         PIC X(50).
010100
010200 FD  HISTORY-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY RFLHIST.CPY.
010500
010600 FD  CLAIM-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY RFLCLM.CPY.
010900
011000 FD  ENTRANT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY RFLENT.CPY.
011300
011400 FD  COMPANION-FILE.
011500 01  RFL-COMPANION-LINE          PIC X(132).
011600
011700 FD  STMT-FILE.
011800 01  RFL-STMT-RECORD             PIC X(132).
011900
012000 WORKING-STORAGE SECTION.
012100*----------------------------------------------------------------*
012200*    COMMAND-LINE / FILE NAME FIELDS                             *
012300*----------------------------------------------------------------*
012400 01  RFL-ARGUMENT                PIC X(60).
012500 01  RFL-ID-TAG                  PIC X(03) VALUE 'ID='.
012600 01  RFL-IDS-TAG                 PIC X(04) VALUE 'IDS='.
012700 01  RFL-MANIFEST-TAG            PIC X(09) VALUE 'MANIFEST='.
012800 01  RFL-COOLDOWN-TAG            PIC X(09) VALUE 'COOLDOWN='.
012900 01  RFL-STMT-TAG                PIC X(05) VALUE 'STMT='.
013000 01  RFL-HISTFILE-TAG            PIC X(09) VALUE 'HISTFILE='.
013100 01  RFL-CLAIMFILE-TAG           PIC X(10) VALUE 'CLAIMFILE='.
013200 01  RFL-ONE-ID                  PIC X(10) VALUE SPACES.
013300 01  RFL-IDLIST-FILE-NAME        PIC X(50) VALUE SPACES.
013400 01  RFL-MANIFEST-NAME           PIC X(50)
013500                                 VALUE 'RFL.DEPT.FILES'.
013600 01  RFL-HISTORY-FILE-NAME       PIC X(50)
013700                                 VALUE 'RFL.WINNER.HISTORY'.
013800 01  RFL-CLAIM-FILE-NAME         PIC X(50)
013900                                 VALUE 'RFL.CLAIM.STATUS'.
014000 01  RFL-STMT-FILE-NAME          PIC X(50)
014100                                 VALUE 'RFL.ELIGIBILITY.STMT'.
014200 01  RFL-FILE-NAME               PIC X(50).
014300 01  RFL-COMPANION-FILE-NAME     PIC X(55).
014400 01  RFL-COMPANION-SUFFIX        PIC X(05).
014500
014600*----------------------------------------------------------------*
014700*    FILE STATUS AND SWITCHES                                    *
014800*----------------------------------------------------------------*
014900 77  RFL-IDLIST-STATUS           PIC X(02).
015000     88  RFL-IDLIST-OK           VALUE '00'.
015100
015200 77  RFL-MANIFEST-STATUS         PIC X(02).
015300     88  RFL-MANIFEST-OK         VALUE '00'.
015400
015500 77  RFL-HISTORY-STATUS          PIC X(02).
015600     88  RFL-HISTORY-OK          VALUE '00'.
015700
015800 77  RFL-CLAIM-STATUS            PIC X(02).
015900     88  RFL-CLAIM-OK            VALUE '00'.
016000
016100 77  RFL-ENTRANT-STATUS          PIC X(02).
016200     88  RFL-ENTRANT-OK          VALUE '00'.
016300     88  RFL-ENTRANT-NOT-FOUND   VALUE '35'.
016400
016500 77  RFL-COMPANION-STATUS        PIC X(02).
016600     88  RFL-COMPANION-OK        VALUE '00'.
016700     88  RFL-COMPANION-NOT-FOUND VALUE '35'.
016800
016900 77  RFL-STMT-STATUS             PIC X(02).
017000     88  RFL-STMT-OK             VALUE '00'.
017100
017200 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
017300     88  RFL-NO-MORE-ARGS        VALUE 'N'.
017400
017500 77  RFL-IDLIST-EOF-SW           PIC X(01) VALUE 'N'.
017600     88  RFL-IDLIST-AT-END       VALUE 'Y'.
017700
017800 77  RFL-MANIFEST-EOF-SW         PIC X(01) VALUE 'N'.
017900     88  RFL-MANIFEST-AT-END     VALUE 'Y'.
018000
018100 77  RFL-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
018200     88  RFL-BROWSE-DONE         VALUE 'Y'.
018300
018400 77  RFL-COMPANION-EOF-SW        PIC X(01) VALUE 'N'.
018500     88  RFL-COMPANION-AT-END    VALUE 'Y'.
018600
018700 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
018800     88  RFL-ANY-FAILURE         VALUE 'Y'.
018900
019000 77  RFL-FILES-OPEN-SW           PIC X(01) VALUE 'N'.
019100     88  RFL-FILES-OPEN          VALUE 'Y'.
019200
019300 77  RFL-TRACE-SW                PIC X(01) VALUE 'N'.
019400     88  RFL-ID-TRACED           VALUE 'Y'.
019500
019600 77  RFL-OTHER-HEAD-SW           PIC X(01) VALUE 'N'.
019700     88  RFL-OTHER-HEAD-DONE     VALUE 'Y'.
019800
019900*----------------------------------------------------------------*
020000*    DATES AND COOLDOWN                                          *
020100*----------------------------------------------------------------*
020200 01  RFL-TODAY-DATE              PIC 9(08) VALUE ZERO.
020300 77  RFL-COOLDOWN-DAYS           PIC 9(05) COMP VALUE 90.
020400 77  RFL-UNTIL-INTEGER           PIC 9(09) COMP VALUE ZERO.
020500 01  RFL-UNTIL-DATE              PIC 9(08) VALUE ZERO.
020600 01  RFL-UNTIL-DATE-X REDEFINES RFL-UNTIL-DATE
020700                                 PIC X(08).
020800 01  RFL-WIN-DATE-X              PIC X(08).
020900 01  RFL-WIN-DATE REDEFINES RFL-WIN-DATE-X
021000                                 PIC 9(08).
021100
021200*----------------------------------------------------------------*
021300*    NUMERIC ARGUMENT PARSE WORK AREAS                           *
021400*----------------------------------------------------------------*
021500 77  RFL-PARSE-FIELD             PIC X(10).
021600 77  RFL-PARSE-NUMBER            PIC 9(09) COMP VALUE ZERO.
021700 77  RFL-PARSE-SUB               PIC 9(02) COMP VALUE ZERO.
021800 77  RFL-PARSE-DIGIT-COUNT       PIC 9(02) COMP VALUE ZERO.
021900 77  RFL-PARSE-VALID-SW          PIC X(01) VALUE 'N'.
022000     88  RFL-PARSE-VALID         VALUE 'Y'.
022100 77  RFL-PARSE-DONE-SW           PIC X(01) VALUE 'N'.
022200     88  RFL-PARSE-DONE          VALUE 'Y'.
022300 01  RFL-PARSE-DIGIT-X           PIC X(01).
022400 01  RFL-PARSE-DIGIT-9 REDEFINES RFL-PARSE-DIGIT-X
022500                                 PIC 9(01).
022600
022700*----------------------------------------------------------------*
022800*    WHAT ONE RAFFLE FILE SAYS ABOUT THE ENTRANT - the entrant   *
022900*    record, the exclusion listing line, the edit reject code    *
023000*    and every duplicate pair naming the ID.  A file that could  *
023100*    not be opened makes the answer NOT KNOWN.                   *
023200*----------------------------------------------------------------*
023300 01  RFL-CURRENT-ID              PIC X(10).
023400 77  RFL-ENTERED-SW              PIC X(01) VALUE 'N'.
023500     88  RFL-ENTERED             VALUE 'Y'.
023600 77  RFL-ON-EXCL-SW              PIC X(01) VALUE 'N'.
023700     88  RFL-ON-EXCL             VALUE 'Y'.
023800 77  RFL-UNREADABLE-SW           PIC X(01) VALUE 'N'.
023900     88  RFL-UNREADABLE          VALUE 'Y'.
024000 77  RFL-ELIGIBLE-SW             PIC X(01) VALUE SPACE.
024100     88  RFL-ELIGIBLE            VALUE 'Y'.
024200     88  RFL-NOT-ELIGIBLE        VALUE 'N'.
024300     88  RFL-ELIGIBILITY-UNKNOWN VALUE 'U'.
024400 77  RFL-COMPANION-KIND          PIC X(01) VALUE SPACE.
024500     88  RFL-KIND-EXCL           VALUE 'E'.
024600     88  RFL-KIND-XLST           VALUE 'X'.
024700     88  RFL-KIND-REJ            VALUE 'R'.
024800     88  RFL-KIND-DUP            VALUE 'D'.
024900 01  RFL-FND-NAME                PIC X(30).
025000 01  RFL-FND-REGION              PIC X(04).
025100 77  RFL-FND-TICKETS             PIC 9(05) VALUE ZERO.
025200 01  RFL-FND-XLST-REASON         PIC X(58).
025300 01  RFL-FND-REJ-CODE            PIC X(02).
025400 01  RFL-UNREAD-FILE-NAME        PIC X(55).
025500 01  RFL-UNREAD-STATUS           PIC X(02).
025600 77  RFL-MAX-PAIRS               PIC 9(03) COMP VALUE 10.
025700 77  RFL-PAIR-COUNT              PIC 9(03) COMP VALUE ZERO.
025800 77  RFL-PAIR-EXTRA              PIC 9(05) COMP VALUE ZERO.
025900 77  RFL-PAIR-SUB                PIC 9(03) COMP VALUE ZERO.
026000 01  RFL-PAIR-TABLE.
026100     05  RFL-PAIR-ENTRY          OCCURS 10 TIMES.
026200         10  RFL-PAIR-ID         PIC X(10).
026300         10  RFL-PAIR-REASON     PIC X(01).
026400             88  RFL-PAIR-CHECK-DIGIT    VALUE 'C'.
026500             88  RFL-PAIR-SAME-NAME      VALUE 'N'.
026600 01  RFL-PAIR-TEXT               PIC X(36).
026700
026800*----------------------------------------------------------------*
026900*    WINS AND OPEN CLAIMS ON RECORD FOR THE ENTRANT - loaded off *
027000*    the masters' keys before the statements, each printed under *
027100*    the raffle file it came from, the rest after the last       *
027200*    statement.                                                  *
027300*----------------------------------------------------------------*
027400 77  RFL-MAX-WINS                PIC 9(05) COMP VALUE 200.
027500 77  RFL-PW-COUNT                PIC 9(05) COMP VALUE ZERO.
027600 77  RFL-PW-SUB                  PIC 9(05) COMP VALUE ZERO.
027700 01  RFL-PAST-WIN-TABLE.
027800     05  RFL-PAST-WIN-ENTRY      OCCURS 200 TIMES.
027900         10  RFL-PW-SOURCE       PIC X(50).
028000         10  RFL-PW-DRAW-DATE    PIC 9(08).
028100         10  RFL-PW-DRAW-TIME    PIC 9(08).
028200         10  RFL-PW-RANK         PIC 9(02).
028300         10  RFL-PW-VALUE        PIC 9(07)V99.
028400         10  RFL-PW-REGION       PIC X(04).
028500         10  RFL-PW-TICKETS      PIC 9(05).
028600         10  RFL-PW-PRINTED-SW   PIC X(01).
028700             88  RFL-PW-PRINTED  VALUE 'Y'.
028800 77  RFL-MAX-CLAIMS              PIC 9(05) COMP VALUE 200.
028900 77  RFL-OC-COUNT                PIC 9(05) COMP VALUE ZERO.
029000 77  RFL-OC-SUB                  PIC 9(05) COMP VALUE ZERO.
029100 01  RFL-OPEN-CLAIM-TABLE.
029200     05  RFL-OPEN-CLAIM-ENTRY    OCCURS 200 TIMES.
029300         10  RFL-OC-SOURCE       PIC X(50).
029400         10  RFL-OC-DRAW-DATE    PIC 9(08).
029500         10  RFL-OC-DRAW-TIME    PIC 9(08).
029600         10  RFL-OC-RANK         PIC 9(02).
029700         10  RFL-OC-DEADLINE     PIC 9(08).
029800         10  RFL-OC-VOUCHER      PIC X(10).
029900         10  RFL-OC-LEAVER-FLAG  PIC X(01).
030000             88  RFL-OC-WINNER-LEFT  VALUE 'Y'.
030100         10  RFL-OC-PRINTED-SW   PIC X(01).
030200             88  RFL-OC-PRINTED  VALUE 'Y'.
030300 77  RFL-SHOWN-COUNT             PIC 9(05) COMP VALUE ZERO.
030400 01  RFL-LAST-SOURCE             PIC X(50).
030500
030600*----------------------------------------------------------------*
030700*    RUN COUNTERS                                                *
030800*----------------------------------------------------------------*
030900 77  RFL-ID-COUNT                PIC 9(07) COMP VALUE ZERO.
031000 77  RFL-STATEMENT-COUNT         PIC 9(07) COMP VALUE ZERO.
031100 77  RFL-ELIGIBLE-COUNT          PIC 9(07) COMP VALUE ZERO.
031200 77  RFL-INELIGIBLE-COUNT        PIC 9(07) COMP VALUE ZERO.
031300 77  RFL-UNKNOWN-COUNT           PIC 9(07) COMP VALUE ZERO.
031400 77  RFL-NO-TRACE-COUNT          PIC 9(07) COMP VALUE ZERO.
031500
031600*----------------------------------------------------------------*
031700*    STATEMENT LINE WORK AREAS                                   *
031800*----------------------------------------------------------------*
031900 01  RFL-TITLE-LINE.
032000     05  FILLER                  PIC X(50) VALUE
032100         'DOMCODE RAFFLE - ENTRANT ELIGIBILITY STATEMENT'.
032200     05  FILLER                  PIC X(10) VALUE '  RUN DATE'.
032300     05  FILLER                  PIC X(01) VALUE SPACE.
032400     05  RFL-TTL-RUN-DATE        PIC 9(08).
032500
032600 01  RFL-ENTRANT-HEAD-LINE.
032700     05  FILLER                  PIC X(14) VALUE '  ENTRANT ID  '.
032800     05  RFL-EHL-ID              PIC X(10).
032900     05  FILLER                  PIC X(46) VALUE
033000         '    AS LEFT BY THE LAST NIGHTLY RUN - COOLDOWN'.
033100     05  RFL-EHL-COOLDOWN        PIC ZZZZ9.
033200     05  FILLER                  PIC X(05) VALUE ' DAYS'.
033300
033400 01  RFL-RAFFLE-HEAD-LINE.
033500     05  FILLER                  PIC X(15)
033600                                 VALUE '  RAFFLE FILE  '.
033700     05  RFL-RHL-FILE            PIC X(50).
033800
033900 01  RFL-ENTERED-LINE.
034000     05  FILLER                  PIC X(04) VALUE SPACES.
034100     05  FILLER                  PIC X(13) VALUE 'ENTERED AS'.
034200     05  RFL-ENL-NAME            PIC X(30).
034300     05  FILLER                  PIC X(09) VALUE '  REGION '.
034400     05  RFL-ENL-REGION          PIC X(04).
034500     05  FILLER                  PIC X(10) VALUE '  TICKETS '.
034600     05  RFL-ENL-TICKETS         PIC ZZZZ9.
034700
034800 01  RFL-ELIGIBLE-LINE.
034900     05  FILLER                  PIC X(04) VALUE SPACES.
035000     05  FILLER                  PIC X(13) VALUE 'IN THE DRAW'.
035100     05  RFL-ELL-ANSWER          PIC X(09).
035200
035300 01  RFL-REASON-LINE.
035400     05  FILLER                  PIC X(04) VALUE SPACES.
035500     05  RFL-RSL-LABEL           PIC X(13).
035600     05  RFL-RSL-TEXT            PIC X(115).
035700 01  RFL-COUNT-EDIT              PIC ZZZZ9.
035800
035900 01  RFL-WIN-LINE.
036000     05  FILLER                  PIC X(04) VALUE SPACES.
036100     05  FILLER                  PIC X(13) VALUE 'PAST WIN'.
036200     05  FILLER                  PIC X(06) VALUE 'DRAWN '.
036300     05  RFL-WNL-DATE            PIC 9(08).
036400     05  FILLER                  PIC X(01) VALUE SPACE.
036500     05  RFL-WNL-TIME            PIC 9(08).
036600     05  FILLER                  PIC X(07) VALUE '  RANK '.
036700     05  RFL-WNL-RANK            PIC 99.
036800     05  FILLER                  PIC X(08) VALUE '  VALUE '.
036900     05  RFL-WNL-VALUE           PIC Z,ZZZ,ZZ9.99.
037000     05  FILLER                  PIC X(09) VALUE '  REGION '.
037100     05  RFL-WNL-REGION          PIC X(04).
037200     05  FILLER                  PIC X(10) VALUE '  TICKETS '.
037300     05  RFL-WNL-TICKETS         PIC ZZZZ9.
037400
037500 01  RFL-CLAIM-LINE.
037600     05  FILLER                  PIC X(04) VALUE SPACES.
037700     05  FILLER                  PIC X(13) VALUE 'OPEN CLAIM'.
037800     05  FILLER                  PIC X(06) VALUE 'DRAWN '.
037900     05  RFL-CLL-DATE            PIC 9(08).
038000     05  FILLER                  PIC X(01) VALUE SPACE.
038100     05  RFL-CLL-TIME            PIC 9(08).
038200     05  FILLER                  PIC X(07) VALUE '  RANK '.
038300     05  RFL-CLL-RANK            PIC 99.
038400     05  FILLER                  PIC X(11) VALUE '  CLAIM BY '.
038500     05  RFL-CLL-DEADLINE        PIC 9(08).
038600     05  FILLER                  PIC X(10) VALUE '  VOUCHER '.
038700     05  RFL-CLL-VOUCHER         PIC X(10).
038800     05  RFL-CLL-LEFT            PIC X(18).
038900
039000 01  RFL-OTHER-HEAD-LINE.
039100     05  FILLER                  PIC X(51) VALUE
039200         '  WINS AND OPEN CLAIMS FROM RAFFLE FILES NOT ON THE'.
039300     05  FILLER                  PIC X(09) VALUE ' MANIFEST'.
039400
039500 01  RFL-NO-TRACE-LINE.
039600     05  FILLER                  PIC X(51) VALUE
039700         '  NO TRACE OF THIS ID ON ANY RAFFLE FILE, COMPANION'.
039800     05  FILLER                  PIC X(33) VALUE
039900         ' OR MASTER - CHECK THE ID GIVEN.'.
040000
040100 PROCEDURE DIVISION.
040200*****************************************************************
040300*  0000-MAINLINE                                                *
040400*****************************************************************
040500 0000-MAINLINE.
040600     DISPLAY 'RFLELG01 - ENTRANT ELIGIBILITY STATEMENT'.
040700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
040800     IF NOT RFL-ANY-FAILURE
040900         PERFORM 2000-OPEN-FILES THRU 2000-OPEN-FILES-EXIT
041000     END-IF.
041100     IF RFL-FILES-OPEN
041200         PERFORM 3000-STATE-ENTRANTS THRU 3000-STATE-ENTRANTS-EXIT
041300         CLOSE STMT-FILE
041400         CLOSE CLAIM-FILE
041500         CLOSE HISTORY-FILE
041600     END-IF.
041700     IF RFL-ANY-FAILURE
041800         MOVE 8 TO RETURN-CODE
041900     ELSE
042000         IF RFL-NO-TRACE-COUNT > ZERO
042100             MOVE 4 TO RETURN-CODE
042200         END-IF
042300     END-IF.
042400     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
042500     STOP RUN.
042600
042700*****************************************************************
042800*  1000-INITIALIZE - pick up the arguments.  At least one ID has *
042900*                    to come from ID= or IDS= - both may be      *
043000*                    given, and the single ID is stated first.   *
043100*****************************************************************
043200 1000-INITIALIZE.
043300     PERFORM 1010-GET-ONE-ARGUMENT
043400         THRU 1010-GET-ONE-ARGUMENT-EXIT
043500         UNTIL RFL-NO-MORE-ARGS.
043600     ACCEPT RFL-TODAY-DATE FROM DATE YYYYMMDD.
043700     IF RFL-ONE-ID = SPACES AND RFL-IDLIST-FILE-NAME = SPACES
043800         DISPLAY 'NO ENTRANT ID - GIVE ID=id OR IDS=file'
043900             UPON SYSERR
044000         MOVE 'Y' TO RFL-ANY-FAILURE-SW
044100         GO TO 1000-INITIALIZE-EXIT
044200     END-IF.
044300     DISPLAY 'COOLDOWN ' RFL-COOLDOWN-DAYS
044400         ' DAYS - MANIFEST ' RFL-MANIFEST-NAME.
044500 1000-INITIALIZE-EXIT.
044600     EXIT.
044700
044800 1010-GET-ONE-ARGUMENT.
044900     MOVE SPACES TO RFL-ARGUMENT.
045000     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
045100         ON EXCEPTION
045200             MOVE 'N' TO RFL-MORE-ARGS-SW
045300             GO TO 1010-GET-ONE-ARGUMENT-EXIT
045400     END-ACCEPT.
045500     IF RFL-ARGUMENT(1:3) = RFL-ID-TAG
045600         MOVE RFL-ARGUMENT(4:10) TO RFL-ONE-ID
045700         GO TO 1010-GET-ONE-ARGUMENT-EXIT
045800     END-IF.
045900     IF RFL-ARGUMENT(1:4) = RFL-IDS-TAG
046000         MOVE RFL-ARGUMENT(5:50) TO RFL-IDLIST-FILE-NAME
046100         GO TO 1010-GET-ONE-ARGUMENT-EXIT
046200     END-IF.
046300     IF RFL-ARGUMENT(1:9) = RFL-MANIFEST-TAG
046400         MOVE RFL-ARGUMENT(10:50) TO RFL-MANIFEST-NAME
046500         GO TO 1010-GET-ONE-ARGUMENT-EXIT
046600     END-IF.
046700     IF RFL-ARGUMENT(1:5) = RFL-STMT-TAG
046800         MOVE RFL-ARGUMENT(6:50) TO RFL-STMT-FILE-NAME
046900         GO TO 1010-GET-ONE-ARGUMENT-EXIT
047000     END-IF.
047100     IF RFL-ARGUMENT(1:9) = RFL-HISTFILE-TAG
047200         MOVE RFL-ARGUMENT(10:50) TO RFL-HISTORY-FILE-NAME
047300         GO TO 1010-GET-ONE-ARGUMENT-EXIT
047400     END-IF.
047500     IF RFL-ARGUMENT(1:10) = RFL-CLAIMFILE-TAG
047600         MOVE RFL-ARGUMENT(11:50) TO RFL-CLAIM-FILE-NAME
047700         GO TO 1010-GET-ONE-ARGUMENT-EXIT
047800     END-IF.
047900     IF RFL-ARGUMENT(1:9) = RFL-COOLDOWN-TAG
048000         MOVE RFL-ARGUMENT(10:10) TO RFL-PARSE-FIELD
048100         PERFORM 8000-PARSE-NUMBER THRU 8000-PARSE-NUMBER-EXIT
048200         IF RFL-PARSE-VALID AND RFL-PARSE-NUMBER < 100000
048300             MOVE RFL-PARSE-NUMBER TO RFL-COOLDOWN-DAYS
048400         ELSE
048500             DISPLAY 'BAD COOLDOWN IGNORED: ' RFL-ARGUMENT
048600                 UPON SYSERR
048700         END-IF
048800         GO TO 1010-GET-ONE-ARGUMENT-EXIT
048900     END-IF.
049000     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
049100         UPON SYSERR.
049200 1010-GET-ONE-ARGUMENT-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600*  2000-OPEN-FILES - both masters and the statement file must    *
049700*                    open - a statement without the wins and     *
049800*                    claims would not answer the call.           *
049900*****************************************************************
050000 2000-OPEN-FILES.
050100     OPEN INPUT HISTORY-FILE.
050200     IF NOT RFL-HISTORY-OK
050300         DISPLAY 'CANNOT OPEN HISTORY MASTER: '
050400             RFL-HISTORY-FILE-NAME
050500             ' STATUS ' RFL-HISTORY-STATUS UPON SYSERR
050600         MOVE 'Y' TO RFL-ANY-FAILURE-SW
050700         GO TO 2000-OPEN-FILES-EXIT
050800     END-IF.
050900     OPEN INPUT CLAIM-FILE.
051000     IF NOT RFL-CLAIM-OK
051100         DISPLAY 'CANNOT OPEN CLAIM MASTER: ' RFL-CLAIM-FILE-NAME
051200             ' STATUS ' RFL-CLAIM-STATUS UPON SYSERR
051300         MOVE 'Y' TO RFL-ANY-FAILURE-SW
051400         CLOSE HISTORY-FILE
051500         GO TO 2000-OPEN-FILES-EXIT
051600     END-IF.
051700     OPEN OUTPUT STMT-FILE.
051800     IF NOT RFL-STMT-OK
051900         DISPLAY 'CANNOT WRITE ' RFL-STMT-FILE-NAME
052000             ' STATUS ' RFL-STMT-STATUS UPON SYSERR
052100         MOVE 'Y' TO RFL-ANY-FAILURE-SW
052200         CLOSE CLAIM-FILE
052300         CLOSE HISTORY-FILE
052400         GO TO 2000-OPEN-FILES-EXIT
052500     END-IF.
052600     MOVE 'Y' TO RFL-FILES-OPEN-SW.
052700     MOVE RFL-TODAY-DATE TO RFL-TTL-RUN-DATE.
052800     MOVE RFL-TITLE-LINE TO RFL-STMT-RECORD.
052900     WRITE RFL-STMT-RECORD.
053000 2000-OPEN-FILES-EXIT.
053100     EXIT.
053200
053300*****************************************************************
053400*  3000-STATE-ENTRANTS - the ID= entrant first, then every ID on *
053500*                        the IDS= file in the order given.       *
053600*                        Blank lines on the file are passed      *
053700*                        over.                                   *
053800*****************************************************************
053900 3000-STATE-ENTRANTS.
054000     IF RFL-ONE-ID NOT = SPACES
054100         MOVE RFL-ONE-ID TO RFL-CURRENT-ID
054200         PERFORM 3100-STATE-ONE-ENTRANT
054300             THRU 3100-STATE-ONE-ENTRANT-EXIT
054400     END-IF.
054500     IF RFL-IDLIST-FILE-NAME = SPACES
054600         GO TO 3000-STATE-ENTRANTS-EXIT
054700     END-IF.
054800     OPEN INPUT IDLIST-FILE.
054900     IF NOT RFL-IDLIST-OK
055000         DISPLAY 'CANNOT OPEN ID LIST: ' RFL-IDLIST-FILE-NAME
055100             ' STATUS ' RFL-IDLIST-STATUS UPON SYSERR
055200         MOVE 'Y' TO RFL-ANY-FAILURE-SW
055300         GO TO 3000-STATE-ENTRANTS-EXIT
055400     END-IF.
055500     MOVE 'N' TO RFL-IDLIST-EOF-SW.
055600     PERFORM 3050-STATE-NEXT-ON-LIST
055700         THRU 3050-STATE-NEXT-ON-LIST-EXIT
055800         UNTIL RFL-IDLIST-AT-END.
055900     CLOSE IDLIST-FILE.
056000 3000-STATE-ENTRANTS-EXIT.
056100     EXIT.
056200
056300 3050-STATE-NEXT-ON-LIST.
056400     READ IDLIST-FILE
056500         AT END
056600             MOVE 'Y' TO RFL-IDLIST-EOF-SW
056700             GO TO 3050-STATE-NEXT-ON-LIST-EXIT
056800     END-READ.
056900     IF RFL-IDLIST-RECORD(1:10) = SPACES
057000         GO TO 3050-STATE-NEXT-ON-LIST-EXIT
057100     END-IF.
057200     MOVE RFL-IDLIST-RECORD(1:10) TO RFL-CURRENT-ID.
057300     PERFORM 3100-STATE-ONE-ENTRANT
057400         THRU 3100-STATE-ONE-ENTRANT-EXIT.
057500 3050-STATE-NEXT-ON-LIST-EXIT.
057600     EXIT.
057700
057800*****************************************************************
057900*  3100-STATE-ONE-ENTRANT - load the entrant's wins and open     *
058000*                           claims, print a statement for every  *
058100*                           raffle file on the manifest, then    *
058200*                           whatever wins and claims came from   *
058300*                           files no longer on it.  An ID found  *
058400*                           nowhere at all is said so on the     *
058500*                           statement and turns the run RC 4.    *
058600*****************************************************************
058700 3100-STATE-ONE-ENTRANT.
058800     ADD 1 TO RFL-ID-COUNT.
058900     MOVE 'N' TO RFL-TRACE-SW.
059000     PERFORM 3200-LOAD-WINS THRU 3200-LOAD-WINS-EXIT.
059100     PERFORM 3300-LOAD-CLAIMS THRU 3300-LOAD-CLAIMS-EXIT.
059200     MOVE SPACES TO RFL-STMT-RECORD.
059300     WRITE RFL-STMT-RECORD.
059400     MOVE RFL-CURRENT-ID TO RFL-EHL-ID.
059500     MOVE RFL-COOLDOWN-DAYS TO RFL-EHL-COOLDOWN.
059600     MOVE RFL-ENTRANT-HEAD-LINE TO RFL-STMT-RECORD.
059700     WRITE RFL-STMT-RECORD.
059800     PERFORM 4000-STATE-ALL-RAFFLES
059900         THRU 4000-STATE-ALL-RAFFLES-EXIT.
060000     PERFORM 6000-PRINT-OTHER-FILES
060100         THRU 6000-PRINT-OTHER-FILES-EXIT.
060200     IF NOT RFL-ID-TRACED
060300         MOVE SPACES TO RFL-STMT-RECORD
060400         WRITE RFL-STMT-RECORD
060500         MOVE RFL-NO-TRACE-LINE TO RFL-STMT-RECORD
060600         WRITE RFL-STMT-RECORD
060700         ADD 1 TO RFL-NO-TRACE-COUNT
060800         DISPLAY 'NO TRACE OF ENTRANT ID ' RFL-CURRENT-ID
060900             UPON SYSERR
061000     END-IF.
061100 3100-STATE-ONE-ENTRANT-EXIT.
061200     EXIT.
061300
061400*****************************************************************
061500*  3200-LOAD-WINS - every win on the history master for the      *
061600*                   entrant, straight off the key the way        *
061700*                   HISTORY= lists them.                         *
061800*****************************************************************
061900 3200-LOAD-WINS.
062000     MOVE ZERO TO RFL-PW-COUNT.
062100     MOVE 'N' TO RFL-BROWSE-DONE-SW.
062200     MOVE RFL-CURRENT-ID TO RFL-HIST-ENTRANT-ID.
062300     MOVE ZERO TO RFL-HIST-DRAW-DATE.
062400     MOVE ZERO TO RFL-HIST-DRAW-TIME.
062500     START HISTORY-FILE KEY NOT < RFL-HIST-KEY
062600         INVALID KEY
062700             MOVE 'Y' TO RFL-BROWSE-DONE-SW
062800     END-START.
062900     PERFORM 3210-LOAD-ONE-WIN THRU 3210-LOAD-ONE-WIN-EXIT
063000         UNTIL RFL-BROWSE-DONE.
063100     IF RFL-PW-COUNT > ZERO
063200         MOVE 'Y' TO RFL-TRACE-SW
063300     END-IF.
063400 3200-LOAD-WINS-EXIT.
063500     EXIT.
063600
063700 3210-LOAD-ONE-WIN.
063800     READ HISTORY-FILE NEXT
063900         AT END
064000             MOVE 'Y' TO RFL-BROWSE-DONE-SW
064100             GO TO 3210-LOAD-ONE-WIN-EXIT
064200     END-READ.
064300     IF RFL-HIST-ENTRANT-ID NOT = RFL-CURRENT-ID
064400         MOVE 'Y' TO RFL-BROWSE-DONE-SW
064500         GO TO 3210-LOAD-ONE-WIN-EXIT
064600     END-IF.
064700     IF RFL-PW-COUNT = RFL-MAX-WINS
064800         DISPLAY 'MORE THAN ' RFL-MAX-WINS ' WINS FOR '
064900             RFL-CURRENT-ID ' - ONLY THE FIRST ARE LISTED'
065000             UPON SYSERR
065100         MOVE 'Y' TO RFL-BROWSE-DONE-SW
065200         GO TO 3210-LOAD-ONE-WIN-EXIT
065300     END-IF.
065400     ADD 1 TO RFL-PW-COUNT.
065500     MOVE RFL-PW-COUNT TO RFL-PW-SUB.
065600     MOVE RFL-HIST-SOURCE-FILE TO RFL-PW-SOURCE(RFL-PW-SUB).
065700     MOVE RFL-HIST-DRAW-DATE TO RFL-PW-DRAW-DATE(RFL-PW-SUB).
065800     MOVE RFL-HIST-DRAW-TIME TO RFL-PW-DRAW-TIME(RFL-PW-SUB).
065900     MOVE RFL-HIST-PRIZE-RANK TO RFL-PW-RANK(RFL-PW-SUB).
066000     MOVE RFL-HIST-PRIZE-VALUE TO RFL-PW-VALUE(RFL-PW-SUB).
066100     MOVE RFL-HIST-WINNER-REGION TO RFL-PW-REGION(RFL-PW-SUB).
066200     MOVE RFL-HIST-TICKET-COUNT TO RFL-PW-TICKETS(RFL-PW-SUB).
066300     MOVE 'N' TO RFL-PW-PRINTED-SW(RFL-PW-SUB).
066400 3210-LOAD-ONE-WIN-EXIT.
066500     EXIT.
066600
066700*****************************************************************
066800*  3300-LOAD-CLAIMS - the entrant's claims still OPEN on the     *
066900*                     claim-status master.  Claimed and expired  *
067000*                     ones are history and are left off.         *
067100*****************************************************************
067200 3300-LOAD-CLAIMS.
067300     MOVE ZERO TO RFL-OC-COUNT.
067400     MOVE 'N' TO RFL-BROWSE-DONE-SW.
067500     MOVE RFL-CURRENT-ID TO RFL-CLM-ENTRANT-ID.
067600     MOVE ZERO TO RFL-CLM-DRAW-DATE.
067700     MOVE ZERO TO RFL-CLM-DRAW-TIME.
067800     START CLAIM-FILE KEY NOT < RFL-CLM-KEY
067900         INVALID KEY
068000             MOVE 'Y' TO RFL-BROWSE-DONE-SW
068100     END-START.
068200     PERFORM 3310-LOAD-ONE-CLAIM THRU 3310-LOAD-ONE-CLAIM-EXIT
068300         UNTIL RFL-BROWSE-DONE.
068400     IF RFL-OC-COUNT > ZERO
068500         MOVE 'Y' TO RFL-TRACE-SW
068600     END-IF.
068700 3300-LOAD-CLAIMS-EXIT.
068800     EXIT.
068900
069000 3310-LOAD-ONE-CLAIM.
069100     READ CLAIM-FILE NEXT
069200         AT END
069300             MOVE 'Y' TO RFL-BROWSE-DONE-SW
069400             GO TO 3310-LOAD-ONE-CLAIM-EXIT
069500     END-READ.
069600     IF RFL-CLM-ENTRANT-ID NOT = RFL-CURRENT-ID
069700         MOVE 'Y' TO RFL-BROWSE-DONE-SW
069800         GO TO 3310-LOAD-ONE-CLAIM-EXIT
069900     END-IF.
070000     IF NOT RFL-CLM-OPEN
070100         GO TO 3310-LOAD-ONE-CLAIM-EXIT
070200     END-IF.
070300     IF RFL-OC-COUNT = RFL-MAX-CLAIMS
070400         DISPLAY 'MORE THAN ' RFL-MAX-CLAIMS ' OPEN CLAIMS FOR '
070500             RFL-CURRENT-ID ' - ONLY THE FIRST ARE LISTED'
070600             UPON SYSERR
070700         MOVE 'Y' TO RFL-BROWSE-DONE-SW
070800         GO TO 3310-LOAD-ONE-CLAIM-EXIT
070900     END-IF.
071000     ADD 1 TO RFL-OC-COUNT.
071100     MOVE RFL-OC-COUNT TO RFL-OC-SUB.
071200     MOVE RFL-CLM-SOURCE-FILE TO RFL-OC-SOURCE(RFL-OC-SUB).
071300     MOVE RFL-CLM-DRAW-DATE TO RFL-OC-DRAW-DATE(RFL-OC-SUB).
071400     MOVE RFL-CLM-DRAW-TIME TO RFL-OC-DRAW-TIME(RFL-OC-SUB).
071500     MOVE RFL-CLM-PRIZE-RANK TO RFL-OC-RANK(RFL-OC-SUB).
071600     MOVE RFL-CLM-DEADLINE-DATE TO RFL-OC-DEADLINE(RFL-OC-SUB).
071700     MOVE RFL-CLM-VOUCHER-X TO RFL-OC-VOUCHER(RFL-OC-SUB).
071800     IF RFL-CLM-VOUCHER-NUMBER = ZERO
071900         MOVE 'NONE' TO RFL-OC-VOUCHER(RFL-OC-SUB)
072000     END-IF.
072100     MOVE RFL-CLM-LEAVER-FLAG TO RFL-OC-LEAVER-FLAG(RFL-OC-SUB).
072200     MOVE 'N' TO RFL-OC-PRINTED-SW(RFL-OC-SUB).
072300 3310-LOAD-ONE-CLAIM-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700*  4000-STATE-ALL-RAFFLES - one statement per raffle file on the *
072800*                           manifest, in manifest order.         *
072900*****************************************************************
073000 4000-STATE-ALL-RAFFLES.
073100     MOVE 'N' TO RFL-MANIFEST-EOF-SW.
073200     OPEN INPUT MANIFEST-FILE.
073300     IF NOT RFL-MANIFEST-OK
073400         DISPLAY 'CANNOT OPEN MANIFEST: ' RFL-MANIFEST-NAME
073500             ' STATUS ' RFL-MANIFEST-STATUS UPON SYSERR
073600         MOVE 'Y' TO RFL-ANY-FAILURE-SW
073700         GO TO 4000-STATE-ALL-RAFFLES-EXIT
073800     END-IF.
073900     PERFORM 4100-STATE-ONE-RAFFLE
074000         THRU 4100-STATE-ONE-RAFFLE-EXIT
074100         UNTIL RFL-MANIFEST-AT-END.
074200     CLOSE MANIFEST-FILE.
074300 4000-STATE-ALL-RAFFLES-EXIT.
074400     EXIT.
074500
074600*****************************************************************
074700*  4100-STATE-ONE-RAFFLE - gather what the entrant KSDS and the  *
074800*                          four companions say about the ID,     *
074900*                          decide, and print the statement.  The *
075000*                          companions are read whether or not    *
075100*                          the ID is entered - an exclusion      *
075200*                          follows the person, not the file.     *
075300*****************************************************************
075400 4100-STATE-ONE-RAFFLE.
075500     READ MANIFEST-FILE
075600         AT END
075700             MOVE 'Y' TO RFL-MANIFEST-EOF-SW
075800             GO TO 4100-STATE-ONE-RAFFLE-EXIT
075900     END-READ.
076000     IF RFL-MANIFEST-RECORD = SPACES
076100         GO TO 4100-STATE-ONE-RAFFLE-EXIT
076200     END-IF.
076300     MOVE RFL-MANIFEST-RECORD TO RFL-FILE-NAME.
076400     MOVE 'N' TO RFL-ENTERED-SW.
076500     MOVE 'N' TO RFL-ON-EXCL-SW.
076600     MOVE 'N' TO RFL-UNREADABLE-SW.
076700     MOVE SPACES TO RFL-FND-NAME.
076800     MOVE SPACES TO RFL-FND-REGION.
076900     MOVE ZERO TO RFL-FND-TICKETS.
077000     MOVE SPACES TO RFL-FND-XLST-REASON.
077100     MOVE SPACES TO RFL-FND-REJ-CODE.
077200     MOVE SPACES TO RFL-UNREAD-FILE-NAME.
077300     MOVE SPACES TO RFL-UNREAD-STATUS.
077400     MOVE ZERO TO RFL-PAIR-COUNT.
077500     MOVE ZERO TO RFL-PAIR-EXTRA.
077600     PERFORM 4200-READ-ENTRANT THRU 4200-READ-ENTRANT-EXIT.
077700     MOVE 'E' TO RFL-COMPANION-KIND.
077800     MOVE '.EXCL' TO RFL-COMPANION-SUFFIX.
077900     PERFORM 4400-SCAN-COMPANION THRU 4400-SCAN-COMPANION-EXIT.
078000     MOVE 'X' TO RFL-COMPANION-KIND.
078100     MOVE '.XLST' TO RFL-COMPANION-SUFFIX.
078200     PERFORM 4400-SCAN-COMPANION THRU 4400-SCAN-COMPANION-EXIT.
078300     MOVE 'R' TO RFL-COMPANION-KIND.
078400     MOVE '.REJ' TO RFL-COMPANION-SUFFIX.
078500     PERFORM 4400-SCAN-COMPANION THRU 4400-SCAN-COMPANION-EXIT.
078600     MOVE 'D' TO RFL-COMPANION-KIND.
078700     MOVE '.DUP' TO RFL-COMPANION-SUFFIX.
078800     PERFORM 4400-SCAN-COMPANION THRU 4400-SCAN-COMPANION-EXIT.
078900     PERFORM 4500-DECIDE THRU 4500-DECIDE-EXIT.
079000     PERFORM 5000-PRINT-STATEMENT THRU 5000-PRINT-STATEMENT-EXIT.
079100 4100-STATE-ONE-RAFFLE-EXIT.
079200     EXIT.
079300
079400*****************************************************************
079500*  4200-READ-ENTRANT - the entrant's record on this raffle file, *
079600*                      by key the way LOOKUP= reads it.          *
079700*****************************************************************
079800 4200-READ-ENTRANT.
079900     OPEN INPUT ENTRANT-FILE.
080000     IF NOT RFL-ENTRANT-OK
080100         DISPLAY 'CANNOT OPEN RAFFLE FILE: ' RFL-FILE-NAME
080200             ' STATUS ' RFL-ENTRANT-STATUS UPON SYSERR
080300         MOVE 'Y' TO RFL-UNREADABLE-SW
080400         MOVE RFL-FILE-NAME TO RFL-UNREAD-FILE-NAME
080500         MOVE RFL-ENTRANT-STATUS TO RFL-UNREAD-STATUS
080600         MOVE 'Y' TO RFL-ANY-FAILURE-SW
080700         GO TO 4200-READ-ENTRANT-EXIT
080800     END-IF.
080900     MOVE RFL-CURRENT-ID TO RFL-ENTRANT-ID.
081000     READ ENTRANT-FILE KEY IS RFL-ENTRANT-ID
081100         INVALID KEY
081200             MOVE 'N' TO RFL-ENTERED-SW
081300         NOT INVALID KEY
081400             MOVE 'Y' TO RFL-ENTERED-SW
081500             MOVE 'Y' TO RFL-TRACE-SW
081600             MOVE RFL-ENTRANT-NAME TO RFL-FND-NAME
081700             MOVE RFL-ENTRANT-REGION TO RFL-FND-REGION
081800             MOVE RFL-TICKET-COUNT TO RFL-FND-TICKETS
081900     END-READ.
082000     CLOSE ENTRANT-FILE.
082100 4200-READ-ENTRANT-EXIT.
082200     EXIT.
082300
082400*****************************************************************
082500*  4400-SCAN-COMPANION - read one companion of the raffle file   *
082600*                        end to end for lines naming the ID.  A  *
082700*                        companion that is not there says        *
082800*                        nothing about the entrant; one that is  *
082900*                        there but cannot be read makes the      *
083000*                        answer NOT KNOWN.                       *
083100*****************************************************************
083200 4400-SCAN-COMPANION.
083300     MOVE SPACES TO RFL-COMPANION-FILE-NAME.
083400     STRING RFL-FILE-NAME DELIMITED BY SPACE
083500         RFL-COMPANION-SUFFIX DELIMITED BY SPACE
083600         INTO RFL-COMPANION-FILE-NAME
083700     END-STRING.
083800     OPEN INPUT COMPANION-FILE.
083900     IF RFL-COMPANION-NOT-FOUND
084000         GO TO 4400-SCAN-COMPANION-EXIT
084100     END-IF.
084200     IF NOT RFL-COMPANION-OK
084300         DISPLAY 'CANNOT READ ' RFL-COMPANION-FILE-NAME
084400             ' STATUS ' RFL-COMPANION-STATUS UPON SYSERR
084500         MOVE 'Y' TO RFL-UNREADABLE-SW
084600         MOVE RFL-COMPANION-FILE-NAME TO RFL-UNREAD-FILE-NAME
084700         MOVE RFL-COMPANION-STATUS TO RFL-UNREAD-STATUS
084800         MOVE 'Y' TO RFL-ANY-FAILURE-SW
084900         GO TO 4400-SCAN-COMPANION-EXIT
085000     END-IF.
085100     MOVE 'N' TO RFL-COMPANION-EOF-SW.
085200     PERFORM 4410-SCAN-ONE-LINE THRU 4410-SCAN-ONE-LINE-EXIT
085300         UNTIL RFL-COMPANION-AT-END.
085400     CLOSE COMPANION-FILE.
085500 4400-SCAN-COMPANION-EXIT.
085600     EXIT.
085700
085800*****************************************************************
085900*  4410-SCAN-ONE-LINE - the ID sits in column 1 of an .EXCL or   *
086000*                       .XLST line, column 4 of a .REJ line      *
086100*                       (behind the reason code) and in column 3 *
086200*                       or 45 of a .DUP pair line, with the      *
086300*                       other ID of the pair in the other place. *
086400*****************************************************************
086500 4410-SCAN-ONE-LINE.
086600     READ COMPANION-FILE
086700         AT END
086800             MOVE 'Y' TO RFL-COMPANION-EOF-SW
086900             GO TO 4410-SCAN-ONE-LINE-EXIT
087000     END-READ.
087100     IF RFL-KIND-EXCL
087200         IF RFL-COMPANION-LINE(1:10) = RFL-CURRENT-ID
087300             MOVE 'Y' TO RFL-ON-EXCL-SW
087400             MOVE 'Y' TO RFL-TRACE-SW
087500         END-IF
087600         GO TO 4410-SCAN-ONE-LINE-EXIT
087700     END-IF.
087800     IF RFL-KIND-XLST
087900         IF RFL-COMPANION-LINE(1:10) = RFL-CURRENT-ID
088000             MOVE RFL-COMPANION-LINE(13:58) TO RFL-FND-XLST-REASON
088100             MOVE 'Y' TO RFL-TRACE-SW
088200         END-IF
088300         GO TO 4410-SCAN-ONE-LINE-EXIT
088400     END-IF.
088500     IF RFL-KIND-REJ
088600         IF RFL-COMPANION-LINE(4:10) = RFL-CURRENT-ID
088700             MOVE RFL-COMPANION-LINE(1:2) TO RFL-FND-REJ-CODE
088800             MOVE 'Y' TO RFL-TRACE-SW
088900         END-IF
089000         GO TO 4410-SCAN-ONE-LINE-EXIT
089100     END-IF.
089200     IF RFL-COMPANION-LINE(3:10) = RFL-CURRENT-ID
089300         PERFORM 4420-ADD-PAIR THRU 4420-ADD-PAIR-EXIT
089400         IF RFL-PAIR-SUB > ZERO
089500             MOVE RFL-COMPANION-LINE(45:10)
089600                 TO RFL-PAIR-ID(RFL-PAIR-SUB)
089700         END-IF
089800         GO TO 4410-SCAN-ONE-LINE-EXIT
089900     END-IF.
090000     IF RFL-COMPANION-LINE(45:10) = RFL-CURRENT-ID
090100         PERFORM 4420-ADD-PAIR THRU 4420-ADD-PAIR-EXIT
090200         IF RFL-PAIR-SUB > ZERO
090300             MOVE RFL-COMPANION-LINE(3:10)
090400                 TO RFL-PAIR-ID(RFL-PAIR-SUB)
090500         END-IF
090600     END-IF.
090700 4410-SCAN-ONE-LINE-EXIT.
090800     EXIT.
090900
091000 4420-ADD-PAIR.
091100     MOVE 'Y' TO RFL-TRACE-SW.
091200     MOVE ZERO TO RFL-PAIR-SUB.
091300     IF RFL-PAIR-COUNT = RFL-MAX-PAIRS
091400         ADD 1 TO RFL-PAIR-EXTRA
091500         GO TO 4420-ADD-PAIR-EXIT
091600     END-IF.
091700     ADD 1 TO RFL-PAIR-COUNT.
091800     MOVE RFL-PAIR-COUNT TO RFL-PAIR-SUB.
091900     MOVE RFL-COMPANION-LINE(1:1)
092000         TO RFL-PAIR-REASON(RFL-PAIR-SUB).
092100 4420-ADD-PAIR-EXIT.
092200     EXIT.
092300
092400*****************************************************************
092500*  4500-DECIDE - the entrant is in the draw only when entered    *
092600*                with tickets, not on the .EXCL list and not     *
092700*                rejected on edits.  A duplicate pair keeps them *
092800*                out only through the .EXCL hold.                *
092900*****************************************************************
093000 4500-DECIDE.
093100     ADD 1 TO RFL-STATEMENT-COUNT.
093200     IF RFL-UNREADABLE
093300         MOVE 'U' TO RFL-ELIGIBLE-SW
093400         ADD 1 TO RFL-UNKNOWN-COUNT
093500         GO TO 4500-DECIDE-EXIT
093600     END-IF.
093700     IF RFL-ENTERED AND RFL-FND-TICKETS > ZERO
093800             AND NOT RFL-ON-EXCL AND RFL-FND-REJ-CODE = SPACES
093900         MOVE 'Y' TO RFL-ELIGIBLE-SW
094000         ADD 1 TO RFL-ELIGIBLE-COUNT
094100     ELSE
094200         MOVE 'N' TO RFL-ELIGIBLE-SW
094300         ADD 1 TO RFL-INELIGIBLE-COUNT
094400     END-IF.
094500 4500-DECIDE-EXIT.
094600     EXIT.
094700
094800*****************************************************************
094900*  5000-PRINT-STATEMENT - the raffle file's statement - the      *
095000*                         entry, the answer, every reason behind *
095100*                         it, then the wins and open claims from *
095200*                         this file.                             *
095300*****************************************************************
095400 5000-PRINT-STATEMENT.
095500     MOVE SPACES TO RFL-STMT-RECORD.
095600     WRITE RFL-STMT-RECORD.
095700     MOVE RFL-FILE-NAME TO RFL-RHL-FILE.
095800     MOVE RFL-RAFFLE-HEAD-LINE TO RFL-STMT-RECORD.
095900     WRITE RFL-STMT-RECORD.
096000     IF RFL-ENTERED
096100         MOVE RFL-FND-NAME TO RFL-ENL-NAME
096200         MOVE RFL-FND-REGION TO RFL-ENL-REGION
096300         MOVE RFL-FND-TICKETS TO RFL-ENL-TICKETS
096400         MOVE RFL-ENTERED-LINE TO RFL-STMT-RECORD
096500         WRITE RFL-STMT-RECORD
096600     END-IF.
096700     IF RFL-ELIGIBLE
096800         MOVE 'YES' TO RFL-ELL-ANSWER
096900     END-IF.
097000     IF RFL-NOT-ELIGIBLE
097100         MOVE 'NO' TO RFL-ELL-ANSWER
097200     END-IF.
097300     IF RFL-ELIGIBILITY-UNKNOWN
097400         MOVE 'NOT KNOWN' TO RFL-ELL-ANSWER
097500     END-IF.
097600     MOVE RFL-ELIGIBLE-LINE TO RFL-STMT-RECORD.
097700     WRITE RFL-STMT-RECORD.
097800     PERFORM 5100-PRINT-REASONS THRU 5100-PRINT-REASONS-EXIT.
097900     MOVE ZERO TO RFL-SHOWN-COUNT.
098000     PERFORM 5300-PRINT-RAFFLE-WIN THRU 5300-PRINT-RAFFLE-WIN-EXIT
098100         VARYING RFL-PW-SUB FROM 1 BY 1
098200         UNTIL RFL-PW-SUB > RFL-PW-COUNT.
098300     IF RFL-SHOWN-COUNT = ZERO
098400         MOVE 'PAST WINS' TO RFL-RSL-LABEL
098500         MOVE 'NONE FROM THIS RAFFLE FILE' TO RFL-RSL-TEXT
098600         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
098700     END-IF.
098800     MOVE ZERO TO RFL-SHOWN-COUNT.
098900     PERFORM 5400-PRINT-RAFFLE-CLAIM
099000         THRU 5400-PRINT-RAFFLE-CLAIM-EXIT
099100         VARYING RFL-OC-SUB FROM 1 BY 1
099200         UNTIL RFL-OC-SUB > RFL-OC-COUNT.
099300     IF RFL-SHOWN-COUNT = ZERO
099400         MOVE 'OPEN CLAIMS' TO RFL-RSL-LABEL
099500         MOVE 'NONE FROM THIS RAFFLE FILE' TO RFL-RSL-TEXT
099600         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
099700     END-IF.
099800 5000-PRINT-STATEMENT-EXIT.
099900     EXIT.
100000
100100*****************************************************************
100200*  5100-PRINT-REASONS - every reason that applies, most basic    *
100300*                       first.  The .XLST line says which of the *
100400*                       two exclusion kinds it is; the cooldown  *
100500*                       runs to the win date plus COOLDOWN=      *
100600*                       days, the last draw date RFLXCL01 still  *
100700*                       counts inside it.                        *
100800*****************************************************************
100900 5100-PRINT-REASONS.
101000     MOVE 'REASON' TO RFL-RSL-LABEL.
101100     IF RFL-UNREADABLE
101200         MOVE SPACES TO RFL-RSL-TEXT
101300         STRING 'COULD NOT READ ' DELIMITED BY SIZE
101400             RFL-UNREAD-FILE-NAME DELIMITED BY SPACE
101500             ', STATUS ' DELIMITED BY SIZE
101600             RFL-UNREAD-STATUS DELIMITED BY SIZE
101700             ' - SEE SYSERR' DELIMITED BY SIZE
101800             INTO RFL-RSL-TEXT
101900         END-STRING
102000         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
102100     END-IF.
102200     IF NOT RFL-ENTERED AND NOT RFL-UNREADABLE
102300         MOVE 'NOT ENTERED - NO RECORD ON THIS RAFFLE FILE'
102400             TO RFL-RSL-TEXT
102500         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
102600     END-IF.
102700     IF RFL-ENTERED AND RFL-FND-TICKETS = ZERO
102800         MOVE 'HOLDS NO TICKETS' TO RFL-RSL-TEXT
102900         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
103000     END-IF.
103100     IF RFL-FND-REJ-CODE NOT = SPACES
103200         PERFORM 5110-PRINT-REJECT THRU 5110-PRINT-REJECT-EXIT
103300     END-IF.
103400     IF RFL-FND-XLST-REASON NOT = SPACES
103500         PERFORM 5120-PRINT-EXCLUSION
103600             THRU 5120-PRINT-EXCLUSION-EXIT
103700     END-IF.
103800     PERFORM 5130-PRINT-ONE-PAIR THRU 5130-PRINT-ONE-PAIR-EXIT
103900         VARYING RFL-PAIR-SUB FROM 1 BY 1
104000         UNTIL RFL-PAIR-SUB > RFL-PAIR-COUNT.
104100     IF RFL-PAIR-EXTRA > ZERO
104200         MOVE 'NOTE' TO RFL-RSL-LABEL
104300         MOVE RFL-PAIR-EXTRA TO RFL-COUNT-EDIT
104400         MOVE SPACES TO RFL-RSL-TEXT
104500         STRING 'AND ' DELIMITED BY SIZE
104600             RFL-COUNT-EDIT DELIMITED BY SIZE
104700             ' MORE PAIR(S) ON THE .DUP REVIEW' DELIMITED BY SIZE
104800             INTO RFL-RSL-TEXT
104900         END-STRING
105000         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
105100     END-IF.
105200     IF RFL-ON-EXCL AND RFL-FND-XLST-REASON = SPACES
105300             AND RFL-PAIR-COUNT = ZERO
105400         MOVE 'REASON' TO RFL-RSL-LABEL
105500         MOVE 'ON THE .EXCL LIST - NO REASON ON THE .XLST OR .DUP'
105600             TO RFL-RSL-TEXT
105700         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
105800     END-IF.
105900 5100-PRINT-REASONS-EXIT.
106000     EXIT.
106100
106200 5110-PRINT-REJECT.
106300     MOVE 'REASON' TO RFL-RSL-LABEL.
106400     MOVE SPACES TO RFL-RSL-TEXT.
106500     STRING 'EDIT REJECT ' DELIMITED BY SIZE
106600         RFL-FND-REJ-CODE DELIMITED BY SIZE
106700         INTO RFL-RSL-TEXT
106800     END-STRING.
106900     IF RFL-FND-REJ-CODE = '01'
107000         MOVE ' - ENTRANT NAME BLANK' TO RFL-RSL-TEXT(15:)
107100     END-IF.
107200     IF RFL-FND-REJ-CODE = '02'
107300         MOVE ' - REGION NOT ON THE REGION MASTER, OR NOT IN USE'
107400             TO RFL-RSL-TEXT(15:)
107500     END-IF.
107600     IF RFL-FND-REJ-CODE = '03'
107700         MOVE ' - TICKET COUNT OVER THE RAFFLE''S TICKET CAP'
107800             TO RFL-RSL-TEXT(15:)
107900     END-IF.
108000     PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT.
108100 5110-PRINT-REJECT-EXIT.
108200     EXIT.
108300
108400 5120-PRINT-EXCLUSION.
108500     MOVE 'REASON' TO RFL-RSL-LABEL.
108600     MOVE SPACES TO RFL-RSL-TEXT.
108700     IF RFL-FND-XLST-REASON(1:9) = 'PERMANENT'
108800         MOVE 'NEVER ELIGIBLE - ON THE NEVER-ELIGIBLE STAFF LIST'
108900             TO RFL-RSL-TEXT
109000         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
109100         GO TO 5120-PRINT-EXCLUSION-EXIT
109200     END-IF.
109300     MOVE RFL-FND-XLST-REASON(5:8) TO RFL-WIN-DATE-X.
109400     IF RFL-FND-XLST-REASON(1:4) NOT = 'WON '
109500             OR RFL-WIN-DATE-X IS NOT NUMERIC
109600         STRING 'EXCLUDED - ' DELIMITED BY SIZE
109700             RFL-FND-XLST-REASON DELIMITED BY SIZE
109800             INTO RFL-RSL-TEXT
109900         END-STRING
110000         PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT
110100         GO TO 5120-PRINT-EXCLUSION-EXIT
110200     END-IF.
110300     COMPUTE RFL-UNTIL-INTEGER =
110400         FUNCTION INTEGER-OF-DATE(RFL-WIN-DATE)
110500         + RFL-COOLDOWN-DAYS.
110600     COMPUTE RFL-UNTIL-DATE =
110700         FUNCTION DATE-OF-INTEGER(RFL-UNTIL-INTEGER).
110800     STRING 'COOLDOWN - WON ' DELIMITED BY SIZE
110900         RFL-WIN-DATE-X DELIMITED BY SIZE
111000         ', SITS OUT EVERY DRAW UP TO AND INCLUDING '
111100             DELIMITED BY SIZE
111200         RFL-UNTIL-DATE-X DELIMITED BY SIZE
111300         INTO RFL-RSL-TEXT
111400     END-STRING.
111500     PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT.
111600 5120-PRINT-EXCLUSION-EXIT.
111700     EXIT.
111800
111900*****************************************************************
112000*  5130-PRINT-ONE-PAIR - a pair on the .DUP review holds the     *
112100*                        entrant out only if RFLDUP01 put them   *
112200*                        on the .EXCL (HOLD=Y).  Otherwise it is *
112300*                        shown as a note - the pair is still     *
112400*                        drawn until someone clears it.          *
112500*****************************************************************
112600 5130-PRINT-ONE-PAIR.
112700     MOVE '(CHECK-DIGIT PAIR)' TO RFL-PAIR-TEXT.
112800     IF RFL-PAIR-SAME-NAME(RFL-PAIR-SUB)
112900         MOVE '(SAME NAME IN THE SAME REGION)' TO RFL-PAIR-TEXT
113000     END-IF.
113100     MOVE SPACES TO RFL-RSL-TEXT.
113200     IF RFL-ON-EXCL
113300         MOVE 'REASON' TO RFL-RSL-LABEL
113400         STRING 'DUPLICATE HOLD - PAIRED WITH ' DELIMITED BY SIZE
113500             RFL-PAIR-ID(RFL-PAIR-SUB) DELIMITED BY SIZE
113600             ' ' DELIMITED BY SIZE
113700             RFL-PAIR-TEXT DELIMITED BY '  '
113800             ' UNTIL THE PAIR IS CLEARED' DELIMITED BY SIZE
113900             INTO RFL-RSL-TEXT
114000         END-STRING
114100     ELSE
114200         MOVE 'NOTE' TO RFL-RSL-LABEL
114300         STRING 'POSSIBLE DUPLICATE OF ' DELIMITED BY SIZE
114400             RFL-PAIR-ID(RFL-PAIR-SUB) DELIMITED BY SIZE
114500             ' ' DELIMITED BY SIZE
114600             RFL-PAIR-TEXT DELIMITED BY '  '
114700             ' - NOT HELD, STILL IN THE DRAW' DELIMITED BY SIZE
114800             INTO RFL-RSL-TEXT
114900         END-STRING
115000     END-IF.
115100     PERFORM 8100-WRITE-REASON THRU 8100-WRITE-REASON-EXIT.
115200 5130-PRINT-ONE-PAIR-EXIT.
115300     EXIT.
115400
115500 5300-PRINT-RAFFLE-WIN.
115600     IF RFL-PW-SOURCE(RFL-PW-SUB) NOT = RFL-FILE-NAME
115700         GO TO 5300-PRINT-RAFFLE-WIN-EXIT
115800     END-IF.
115900     PERFORM 8200-WRITE-WIN THRU 8200-WRITE-WIN-EXIT.
116000 5300-PRINT-RAFFLE-WIN-EXIT.
116100     EXIT.
116200
116300 5400-PRINT-RAFFLE-CLAIM.
116400     IF RFL-OC-SOURCE(RFL-OC-SUB) NOT = RFL-FILE-NAME
116500         GO TO 5400-PRINT-RAFFLE-CLAIM-EXIT
116600     END-IF.
116700     PERFORM 8300-WRITE-CLAIM THRU 8300-WRITE-CLAIM-EXIT.
116800 5400-PRINT-RAFFLE-CLAIM-EXIT.
116900     EXIT.
117000
117100*****************************************************************
117200*  6000-PRINT-OTHER-FILES - wins and open claims no manifest     *
117300*                           statement has shown, under the       *
117400*                           raffle file each came from - they    *
117500*                           still start a cooldown and still     *
117600*                           wait to be claimed.                  *
117700*****************************************************************
117800 6000-PRINT-OTHER-FILES.
117900     MOVE 'N' TO RFL-OTHER-HEAD-SW.
118000     MOVE SPACES TO RFL-LAST-SOURCE.
118100     PERFORM 6100-PRINT-OTHER-WIN THRU 6100-PRINT-OTHER-WIN-EXIT
118200         VARYING RFL-PW-SUB FROM 1 BY 1
118300         UNTIL RFL-PW-SUB > RFL-PW-COUNT.
118400     PERFORM 6200-PRINT-OTHER-CLAIM
118500         THRU 6200-PRINT-OTHER-CLAIM-EXIT
118600         VARYING RFL-OC-SUB FROM 1 BY 1
118700         UNTIL RFL-OC-SUB > RFL-OC-COUNT.
118800 6000-PRINT-OTHER-FILES-EXIT.
118900     EXIT.
119000
119100 6100-PRINT-OTHER-WIN.
119200     IF RFL-PW-PRINTED(RFL-PW-SUB)
119300         GO TO 6100-PRINT-OTHER-WIN-EXIT
119400     END-IF.
119500     MOVE RFL-PW-SOURCE(RFL-PW-SUB) TO RFL-RHL-FILE.
119600     PERFORM 6300-PRINT-OTHER-HEAD
119700         THRU 6300-PRINT-OTHER-HEAD-EXIT.
119800     PERFORM 8200-WRITE-WIN THRU 8200-WRITE-WIN-EXIT.
119900 6100-PRINT-OTHER-WIN-EXIT.
120000     EXIT.
120100
120200 6200-PRINT-OTHER-CLAIM.
120300     IF RFL-OC-PRINTED(RFL-OC-SUB)
120400         GO TO 6200-PRINT-OTHER-CLAIM-EXIT
120500     END-IF.
120600     MOVE RFL-OC-SOURCE(RFL-OC-SUB) TO RFL-RHL-FILE.
120700     PERFORM 6300-PRINT-OTHER-HEAD
120800         THRU 6300-PRINT-OTHER-HEAD-EXIT.
120900     PERFORM 8300-WRITE-CLAIM THRU 8300-WRITE-CLAIM-EXIT.
121000 6200-PRINT-OTHER-CLAIM-EXIT.
121100     EXIT.
121200
121300*****************************************************************
121400*  6300-PRINT-OTHER-HEAD - the section heading before the first  *
121500*                          entry, and the raffle file heading    *
121600*                          whenever the file changes from the    *
121700*                          entry before.                         *
121800*****************************************************************
121900 6300-PRINT-OTHER-HEAD.
122000     IF NOT RFL-OTHER-HEAD-DONE
122100         MOVE SPACES TO RFL-STMT-RECORD
122200         WRITE RFL-STMT-RECORD
122300         MOVE RFL-OTHER-HEAD-LINE TO RFL-STMT-RECORD
122400         WRITE RFL-STMT-RECORD
122500         MOVE 'Y' TO RFL-OTHER-HEAD-SW
122600     END-IF.
122700     IF RFL-RHL-FILE = RFL-LAST-SOURCE
122800         GO TO 6300-PRINT-OTHER-HEAD-EXIT
122900     END-IF.
123000     MOVE RFL-RHL-FILE TO RFL-LAST-SOURCE.
123100     MOVE SPACES TO RFL-STMT-RECORD.
123200     WRITE RFL-STMT-RECORD.
123300     MOVE RFL-RAFFLE-HEAD-LINE TO RFL-STMT-RECORD.
123400     WRITE RFL-STMT-RECORD.
123500 6300-PRINT-OTHER-HEAD-EXIT.
123600     EXIT.
123700
123800*****************************************************************
123900*  8000-PARSE-NUMBER - common numeric-argument parse.  Converts  *
124000*                      the leading digits of RFL-PARSE-FIELD     *
124100*                      into RFL-PARSE-NUMBER, stopping at the    *
124200*                      first space.  Any other character, no     *
124300*                      digits at all, or more digits than the    *
124400*                      receiving field can hold leaves the value *
124500*                      flagged invalid.                          *
124600*****************************************************************
124700 8000-PARSE-NUMBER.
124800     MOVE ZERO TO RFL-PARSE-NUMBER.
124900     MOVE ZERO TO RFL-PARSE-DIGIT-COUNT.
125000     MOVE 1 TO RFL-PARSE-SUB.
125100     MOVE 'N' TO RFL-PARSE-DONE-SW.
125200     MOVE 'Y' TO RFL-PARSE-VALID-SW.
125300     PERFORM 8010-PARSE-ONE-CHARACTER
125400         THRU 8010-PARSE-ONE-CHARACTER-EXIT
125500         UNTIL RFL-PARSE-DONE OR RFL-PARSE-SUB > 10.
125600     IF RFL-PARSE-DIGIT-COUNT = ZERO
125700         MOVE 'N' TO RFL-PARSE-VALID-SW
125800     END-IF.
125900 8000-PARSE-NUMBER-EXIT.
126000     EXIT.
126100
126200 8010-PARSE-ONE-CHARACTER.
126300     MOVE RFL-PARSE-FIELD(RFL-PARSE-SUB:1)
126400         TO RFL-PARSE-DIGIT-X.
126500     IF RFL-PARSE-DIGIT-X = SPACE
126600         MOVE 'Y' TO RFL-PARSE-DONE-SW
126700         GO TO 8010-PARSE-ONE-CHARACTER-EXIT
126800     END-IF.
126900     IF RFL-PARSE-DIGIT-X IS NUMERIC
127000         IF RFL-PARSE-DIGIT-COUNT = 9
127100             MOVE 'N' TO RFL-PARSE-VALID-SW
127200             MOVE 'Y' TO RFL-PARSE-DONE-SW
127300         ELSE
127400             COMPUTE RFL-PARSE-NUMBER = RFL-PARSE-NUMBER * 10
127500                 + RFL-PARSE-DIGIT-9
127600             ADD 1 TO RFL-PARSE-DIGIT-COUNT
127700             ADD 1 TO RFL-PARSE-SUB
127800         END-IF
127900     ELSE
128000         MOVE 'N' TO RFL-PARSE-VALID-SW
128100         MOVE 'Y' TO RFL-PARSE-DONE-SW
128200     END-IF.
128300 8010-PARSE-ONE-CHARACTER-EXIT.
128400     EXIT.
128500
128600 8100-WRITE-REASON.
128700     MOVE RFL-REASON-LINE TO RFL-STMT-RECORD.
128800     WRITE RFL-STMT-RECORD.
128900 8100-WRITE-REASON-EXIT.
129000     EXIT.
129100
129200 8200-WRITE-WIN.
129300     MOVE RFL-PW-DRAW-DATE(RFL-PW-SUB) TO RFL-WNL-DATE.
129400     MOVE RFL-PW-DRAW-TIME(RFL-PW-SUB) TO RFL-WNL-TIME.
129500     MOVE RFL-PW-RANK(RFL-PW-SUB) TO RFL-WNL-RANK.
129600     MOVE RFL-PW-VALUE(RFL-PW-SUB) TO RFL-WNL-VALUE.
129700     MOVE RFL-PW-REGION(RFL-PW-SUB) TO RFL-WNL-REGION.
129800     MOVE RFL-PW-TICKETS(RFL-PW-SUB) TO RFL-WNL-TICKETS.
129900     MOVE RFL-WIN-LINE TO RFL-STMT-RECORD.
130000     WRITE RFL-STMT-RECORD.
130100     MOVE 'Y' TO RFL-PW-PRINTED-SW(RFL-PW-SUB).
130200     ADD 1 TO RFL-SHOWN-COUNT.
130300 8200-WRITE-WIN-EXIT.
130400     EXIT.
130500
130600 8300-WRITE-CLAIM.
130700     MOVE RFL-OC-DRAW-DATE(RFL-OC-SUB) TO RFL-CLL-DATE.
130800     MOVE RFL-OC-DRAW-TIME(RFL-OC-SUB) TO RFL-CLL-TIME.
130900     MOVE RFL-OC-RANK(RFL-OC-SUB) TO RFL-CLL-RANK.
131000     MOVE RFL-OC-DEADLINE(RFL-OC-SUB) TO RFL-CLL-DEADLINE.
131100     MOVE RFL-OC-VOUCHER(RFL-OC-SUB) TO RFL-CLL-VOUCHER.
131200     MOVE SPACES TO RFL-CLL-LEFT.
131300     IF RFL-OC-WINNER-LEFT(RFL-OC-SUB)
131400         MOVE '  WINNER HAS LEFT' TO RFL-CLL-LEFT
131500     END-IF.
131600     MOVE RFL-CLAIM-LINE TO RFL-STMT-RECORD.
131700     WRITE RFL-STMT-RECORD.
131800     MOVE 'Y' TO RFL-OC-PRINTED-SW(RFL-OC-SUB).
131900     ADD 1 TO RFL-SHOWN-COUNT.
132000 8300-WRITE-CLAIM-EXIT.
132100     EXIT.
132200
132300*****************************************************************
132400*  9999-TERMINATE - end of run totals                            *
132500*****************************************************************
132600 9999-TERMINATE.
132700     DISPLAY 'ENTRANT IDS STATED:  ' RFL-ID-COUNT.
132800     DISPLAY 'STATEMENTS PRINTED:  ' RFL-STATEMENT-COUNT.
132900     DISPLAY '  IN THE DRAW:       ' RFL-ELIGIBLE-COUNT.
133000     DISPLAY '  NOT IN THE DRAW:   ' RFL-INELIGIBLE-COUNT.
133100     DISPLAY '  NOT KNOWN:         ' RFL-UNKNOWN-COUNT.
133200     DISPLAY 'IDS FOUND NOWHERE:   ' RFL-NO-TRACE-COUNT.
133300     IF RFL-FILES-OPEN
133400         DISPLAY 'STATEMENTS WRITTEN TO ' RFL-STMT-FILE-NAME
133500     END-IF.
133600 9999-TERMINATE-EXIT.
133700     EXIT.
