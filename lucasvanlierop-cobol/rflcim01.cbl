000100*****************************************************************
000200*                                                               *
000300*  RFLCIM01                                                    *
000400*                                                               *
000500*  Raffle-control and prize-inventory maintenance.  Applies a  *
000600*  transaction file of ADD/CHANGE/DELETE records (RFLCIT.CPY)  *
000700*  against the raffle-definition control master               *
000800*  RFL.RAFFLE.CONTROL (RFLDEF.CPY, keyed by raffle file name)  *
000900*  and the prize-inventory master RFL.PRIZE.INVENTORY          *
001000*  (RFLINV.CPY, keyed by prize description), so a raffle's     *
001100*  draw settings and purchasing's stock counts go in edited    *
001200*  and audited instead of through a bare IDCAMS REPRO.  Bad    *
001300*  transactions are written to a .REJ report with a reason     *
001400*  code, every applied change writes a before/after image      *
001500*  pair to a .AUD audit trail, and every run ends with a .LST  *
001600*  listing of every raffle definition and every inventory      *
001700*  item on file for the auditors.                              *
001710*                                                               *
001720*  A C (calendar) transaction maintains the raffle calendar    *
001730*  RFL.RAFFLE.CALENDAR (RFLCAL.CPY) the same way - each        *
001740*  raffle's sales window, draw date, recurrence and status,    *
001750*  which RFLCAL01 reads to build the night's manifest and      *
001760*  moves on after the draw.  A change keeps the raffle's       *
001770*  last-drawn date and draw count, which only RFLCAL01 sets.   *
001800*                                                               *
001900*  REASON CODES ON THE REJECT REPORT -                          *
002000*      01  ACTION CODE NOT A, C OR D                           *
002100*      02  MASTER CODE NOT D (DEFINITION), I (INVENTORY) OR    *
002110*          C (CALENDAR)                                        *
002200*      03  KEY BLANK - RAFFLE FILE NAME OR PRIZE DESCRIPTION   *
002300*      04  ADD FOR A KEY ALREADY ON FILE                       *
002400*      05  CHANGE/DELETE FOR A KEY NOT ON FILE                 *
002500*      06  WINNERS NOT NUMERIC OR OUTSIDE 1-10                 *
002600*      07  REGION MODE NOT Y OR N                              *
002700*      08  TICKET CAP NOT NUMERIC OR ZERO                      *
002800*      09  REJECT POLICY NOT SKIP OR STOP                      *
002900*      10  TAX-FREE LIMIT NOT NUMERIC                          *
003000*      11  ON-HAND OR REORDER POINT NOT NUMERIC                *
003100*      12  SUBSTITUTE PRIZE WITH NO VALUE                      *
003110*      13  CALENDAR STATUS NOT O, S, D OR C                    *
003120*      14  SALES OPEN OR CLOSE NOT A DATE, OR CLOSE BEFORE     *
003130*          OPEN                                                *
003140*      15  DRAW DATE NOT A DATE, OR BEFORE THE SALES CLOSE     *
003150*      16  RECURRENCE NOT N, D, W, M OR Q                      *
003200*                                                               *
003300*  A blank definition field is not an error - it leaves the    *
003400*  run-level default in force for that raffle.                 *
003500*                                                               *
003600*      RC = 0   ALL TRANSACTIONS APPLIED                       *
003700*      RC = 4   SOME TRANSACTIONS REJECTED - SEE .REJ REPORT   *
003800*      RC = 8   A FILE COULD NOT BE OPENED - NOTHING APPLIED   *
003900*                                                               *
004000*  AUTHOR:        R. de la Fuente                              *
004100*  INSTALLATION:  Domcode Payroll & Promotions                 *
004200*  DATE-WRITTEN:  2026-10-15                                    *
004300*  DATE-COMPILED: 2026-10-15                                    *
004400*                                                               *
004500*  MODIFICATION HISTORY                                        *
004600*  ---------------------                                       *
004700*  2026-10-15  RDF  Initial program - run on demand via the     *
004800*                   RFLCIM01 job.  Either master is created     *
004900*                   here if RFLRAF01 has not yet defined it.    *
004910*  2026-10-15  RDF  Master code C maintains the raffle         *
004920*                   calendar RFL.RAFFLE.CALENDAR (CALENDAR= to *
004930*                   override), with reasons 13-16 and a        *
004940*                   calendar section on the .LST listing.      *
004950*  2026-10-15  RDF  A calendar add or change sets the raffle's *
004960*                   anchor days from its sales window and draw *
004970*                   date.                                      *
005000*                                                               *
005100*****************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID.     RFLCIM01.
005400 AUTHOR.         R. de la Fuente.
005500 INSTALLATION.   Domcode Payroll & Promotions.
005600 DATE-WRITTEN.   2026-10-15.
005700 DATE-COMPILED.  2026-10-15.
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT CONTROL-FILE ASSIGN DYNAMIC RFL-CONTROL-FILE-NAME
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS RFL-DEF-FILE-NAME
006600         FILE STATUS IS RFL-CONTROL-STATUS.
006700     SELECT INVENTORY-FILE ASSIGN DYNAMIC
006800         RFL-INVENTORY-FILE-NAME
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS RFL-INV-PRIZE-DESC
007200         FILE STATUS IS RFL-INVENTORY-STATUS.
007210     SELECT CALENDAR-FILE ASSIGN DYNAMIC RFL-CALENDAR-FILE-NAME
007220         ORGANIZATION IS INDEXED
007230         ACCESS MODE IS DYNAMIC
007240         RECORD KEY IS RFL-CAL-FILE-NAME
007250         FILE STATUS IS RFL-CALENDAR-STATUS.
007300     SELECT TRANSACTION-FILE ASSIGN DYNAMIC RFL-TRANS-NAME
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS RFL-TRANS-STATUS.
007600     SELECT REJECT-FILE ASSIGN DYNAMIC RFL-REJECT-FILE-NAME
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS RFL-REJECT-STATUS.
007900     SELECT AUDIT-FILE ASSIGN DYNAMIC RFL-AUDIT-FILE-NAME
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS RFL-AUDIT-STATUS.
008200     SELECT LISTING-FILE ASSIGN DYNAMIC RFL-LISTING-FILE-NAME
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS RFL-LISTING-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  CONTROL-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY RFLDEF.CPY.
009100
009200 FD  INVENTORY-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY RFLINV.CPY.
009410
009420 FD  CALENDAR-FILE
009430     LABEL RECORDS ARE STANDARD.
009440     COPY RFLCAL.CPY.
009500
009600 FD  TRANSACTION-FILE.
009700     COPY RFLCIT.CPY.
009800
009900 FD  REJECT-FILE.
010000 01  RFL-REJECT-RECORD           PIC X(127).
010100
010200 FD  AUDIT-FILE.
010300 01  RFL-AUDIT-RECORD            PIC X(134).
010400
010500 FD  LISTING-FILE.
010600 01  RFL-LISTING-RECORD          PIC X(132).
010700
010800 WORKING-STORAGE SECTION.
010900*----------------------------------------------------------------*
011000*    COMMAND-LINE / FILE NAME FIELDS                             *
011100*----------------------------------------------------------------*
011200 01  RFL-ARGUMENT                PIC X(60).
011300 01  RFL-CONTROL-TAG             PIC X(08) VALUE 'CONTROL='.
011400 01  RFL-INVFILE-TAG             PIC X(08) VALUE 'INVFILE='.
011410 01  RFL-CALENDAR-TAG            PIC X(09) VALUE 'CALENDAR='.
011500 01  RFL-TRANS-TAG               PIC X(06) VALUE 'TRANS='.
011600 01  RFL-CONTROL-FILE-NAME       PIC X(50)
011700                                 VALUE 'RFL.RAFFLE.CONTROL'.
011800 01  RFL-INVENTORY-FILE-NAME     PIC X(50)
011900                                 VALUE 'RFL.PRIZE.INVENTORY'.
011910 01  RFL-CALENDAR-FILE-NAME      PIC X(50)
011920                                 VALUE 'RFL.RAFFLE.CALENDAR'.
012000 01  RFL-TRANS-NAME              PIC X(50)
012100                                 VALUE 'RFL.CONTROL.TRANS'.
012200 01  RFL-REJECT-FILE-NAME        PIC X(54).
012300 01  RFL-AUDIT-FILE-NAME         PIC X(54).
012400 01  RFL-LISTING-FILE-NAME       PIC X(54).
012500
012600*----------------------------------------------------------------*
012700*    FILE STATUS AND SWITCHES                                    *
012800*----------------------------------------------------------------*
012900 77  RFL-CONTROL-STATUS          PIC X(02).
013000     88  RFL-CONTROL-OK          VALUE '00'.
013100     88  RFL-CONTROL-NOT-FOUND   VALUE '35'.
013200
013300 77  RFL-INVENTORY-STATUS        PIC X(02).
013400     88  RFL-INVENTORY-OK        VALUE '00'.
013500     88  RFL-INVENTORY-NOT-FOUND VALUE '35'.
013510
013520 77  RFL-CALENDAR-STATUS         PIC X(02).
013530     88  RFL-CALENDAR-OK         VALUE '00'.
013540     88  RFL-CALENDAR-NOT-FOUND  VALUE '35'.
013600
013700 77  RFL-TRANS-STATUS            PIC X(02).
013800     88  RFL-TRANS-OK            VALUE '00'.
013900     88  RFL-TRANS-NOT-FOUND     VALUE '35'.
014000
014100 77  RFL-REJECT-STATUS           PIC X(02).
014200     88  RFL-REJECT-OK           VALUE '00'.
014300
014400 77  RFL-AUDIT-STATUS            PIC X(02).
014500     88  RFL-AUDIT-OK            VALUE '00'.
014600     88  RFL-AUDIT-NOT-FOUND     VALUE '35'.
014700
014800 77  RFL-LISTING-STATUS          PIC X(02).
014900     88  RFL-LISTING-OK          VALUE '00'.
015000
015100 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
015200     88  RFL-NO-MORE-ARGS        VALUE 'N'.
015300
015400 77  RFL-TRANS-EOF-SW            PIC X(01) VALUE 'N'.
015500     88  RFL-TRANS-AT-END        VALUE 'Y'.
015600
015700 77  RFL-MASTER-EOF-SW           PIC X(01) VALUE 'N'.
015800     88  RFL-MASTER-AT-END       VALUE 'Y'.
015900
016000 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
016100     88  RFL-ANY-FAILURE         VALUE 'Y'.
016200
016300 77  RFL-REJECT-REASON           PIC X(02) VALUE SPACES.
016400     88  RFL-TRAN-ACCEPTED       VALUE SPACES.
016500
016600 77  RFL-MAX-WINNER-SLOTS        PIC 9(02) COMP VALUE 10.
016610 77  RFL-DATE-VALID-SW           PIC X(01) VALUE 'N'.
016620     88  RFL-DATE-VALID          VALUE 'Y'.
016630 01  RFL-EDIT-DATE               PIC 9(08) VALUE ZERO.
016640 01  RFL-EDIT-DATE-PARTS REDEFINES RFL-EDIT-DATE.
016650     05  RFL-EDT-YEAR            PIC 9(04).
016660     05  RFL-EDT-MONTH           PIC 9(02).
016670         88  RFL-EDT-MONTH-OK    VALUE 01 THRU 12.
016680     05  RFL-EDT-DAY             PIC 9(02).
016690         88  RFL-EDT-DAY-OK      VALUE 01 THRU 31.
016700
016800*----------------------------------------------------------------*
016900*    MAINTENANCE COUNTERS                                        *
017000*----------------------------------------------------------------*
017100 77  RFL-TRAN-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
017200 77  RFL-ADD-COUNT               PIC 9(07) COMP VALUE ZERO.
017300 77  RFL-CHANGE-COUNT            PIC 9(07) COMP VALUE ZERO.
017400 77  RFL-DELETE-COUNT            PIC 9(07) COMP VALUE ZERO.
017500 77  RFL-REJECT-COUNT            PIC 9(07) COMP VALUE ZERO.
017600 77  RFL-DEF-LISTED-COUNT        PIC 9(07) COMP VALUE ZERO.
017700 77  RFL-INV-LISTED-COUNT        PIC 9(07) COMP VALUE ZERO.
017710 77  RFL-CAL-LISTED-COUNT        PIC 9(07) COMP VALUE ZERO.
017800 77  RFL-INV-REORDER-COUNT       PIC 9(07) COMP VALUE ZERO.
017900 77  RFL-RUN-DATE                PIC 9(08) VALUE ZERO.
018000
018100*----------------------------------------------------------------*
018200*    REJECT AND AUDIT LINE WORK AREAS - an audit line carries    *
018300*    the whole master record as it stood, so one layout serves   *
018400*    both masters.                                               *
018500*----------------------------------------------------------------*
018600 01  RFL-REJECT-WORK.
018700     05  RFL-REJ-REASON          PIC X(02).
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  RFL-REJ-IMAGE           PIC X(124).
019000
019100 01  RFL-AUDIT-WORK.
019200     05  RFL-AUD-ACTION          PIC X(01).
019300     05  FILLER                  PIC X(01) VALUE SPACE.
019400     05  RFL-AUD-MASTER          PIC X(01).
019500     05  FILLER                  PIC X(01) VALUE SPACE.
019600     05  RFL-AUD-TAG             PIC X(07).
019700     05  FILLER                  PIC X(01) VALUE SPACE.
019800     05  RFL-AUD-IMAGE           PIC X(122).
019900     05  RFL-AUD-ABSENT REDEFINES RFL-AUD-IMAGE.
020000         10  RFL-AUD-ABSENT-KEY  PIC X(50).
020100         10  FILLER              PIC X(01).
020200         10  RFL-AUD-ABSENT-TEXT PIC X(71).
020300
020400*----------------------------------------------------------------*
020500*    AUDITORS' LISTING LINES                                     *
020600*----------------------------------------------------------------*
020700 01  RFL-LIST-TITLE-LINE.
020800     05  FILLER                  PIC X(47) VALUE
020900         'DOMCODE RAFFLE - RAFFLE DEFINITIONS AND PRIZE '.
021000     05  FILLER                  PIC X(16) VALUE
021100         'INVENTORY AS AT '.
021200     05  RFL-LTL-DATE            PIC 9(08).
021300
021400 01  RFL-DEF-HEAD-LINE.
021500     05  FILLER                  PIC X(52) VALUE
021600         '  RAFFLE FILE'.
021700     05  FILLER                  PIC X(19) VALUE
021800         'WN  R  TKCAP POLICY'.
021900     05  FILLER                  PIC X(51) VALUE
022000         'PRIZE CATALOG'.
022100     05  FILLER                  PIC X(06) VALUE 'TAXLIM'.
022200
022300 01  RFL-DEF-LIST-LINE.
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  RFL-DFL-FILE            PIC X(50).
022600     05  RFL-DFL-WINNERS         PIC X(02).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  RFL-DFL-REGION-MODE     PIC X(01).
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  RFL-DFL-TICKET-CAP      PIC X(05).
023100     05  FILLER                  PIC X(01) VALUE SPACE.
023200     05  RFL-DFL-POLICY          PIC X(04).
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  RFL-DFL-PRIZE-FILE      PIC X(50).
023500     05  FILLER                  PIC X(01) VALUE SPACE.
023600     05  RFL-DFL-TAX-LIMIT       PIC ZZZZZZ9.99.
023700     05  RFL-DFL-TAX-LIMIT-X REDEFINES RFL-DFL-TAX-LIMIT
023800                                 PIC X(10).
023900
024000 01  RFL-INV-HEAD-LINE.
024100     05  FILLER                  PIC X(32) VALUE
024200         '  PRIZE'.
024300     05  FILLER                  PIC X(26) VALUE
024400         'ON HAND REORDER'.
024500     05  FILLER                  PIC X(32) VALUE
024600         'SUBSTITUTE PRIZE'.
024700     05  FILLER                  PIC X(10) VALUE 'SUB VALUE'.
024800
024900 01  RFL-INV-LIST-LINE.
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  RFL-IVL-PRIZE           PIC X(30).
025200     05  RFL-IVL-ON-HAND         PIC ZZZZ9.
025300     05  FILLER                  PIC X(03) VALUE SPACES.
025400     05  RFL-IVL-REORDER         PIC ZZZZ9.
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  RFL-IVL-FLAG            PIC X(11).
025700     05  RFL-IVL-SUB-PRIZE       PIC X(30).
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  RFL-IVL-SUB-VALUE       PIC Z,ZZZ,ZZ9.99.
026000     05  RFL-IVL-SUB-VALUE-X REDEFINES RFL-IVL-SUB-VALUE
026100                                 PIC X(12).
026200
026203 01  RFL-CAL-HEAD-LINE.
026206     05  FILLER                  PIC X(52) VALUE
026209         '  RAFFLE FILE'.
026212     05  FILLER                  PIC X(26) VALUE
026215         'S   OPENS      CLOSES     '.
026218     05  FILLER                  PIC X(30) VALUE
026221         'DRAW       R   LAST DRAW DRAWS'.
026224
026227 01  RFL-CAL-LIST-LINE.
026230     05  FILLER                  PIC X(02) VALUE SPACES.
026233     05  RFL-CLL-FILE            PIC X(50).
026236     05  RFL-CLL-STATUS          PIC X(01).
026239     05  FILLER                  PIC X(03) VALUE SPACES.
026242     05  RFL-CLL-SALES-OPEN      PIC 9(08).
026245     05  FILLER                  PIC X(03) VALUE SPACES.
026248     05  RFL-CLL-SALES-CLOSE     PIC 9(08).
026251     05  FILLER                  PIC X(03) VALUE SPACES.
026254     05  RFL-CLL-DRAW-DATE       PIC 9(08).
026257     05  FILLER                  PIC X(03) VALUE SPACES.
026260     05  RFL-CLL-RECURRENCE      PIC X(01).
026263     05  FILLER                  PIC X(03) VALUE SPACES.
026266     05  RFL-CLL-LAST-DRAWN      PIC 9(08).
026269     05  RFL-CLL-LAST-DRAWN-X REDEFINES RFL-CLL-LAST-DRAWN
026272                                 PIC X(08).
026275     05  FILLER                  PIC X(02) VALUE SPACES.
026278     05  RFL-CLL-DRAW-COUNT      PIC ZZZZ9.
026300 01  RFL-LIST-TOTAL-LINE.
026400     05  RFL-LTT-LABEL           PIC X(40).
026500     05  RFL-LTT-COUNT           PIC ZZZZZZ9.
026600
026700 PROCEDURE DIVISION.
026800*****************************************************************
026900*  0000-MAINLINE                                                *
027000*****************************************************************
027100 0000-MAINLINE.
027200     DISPLAY 'RFLCIM01 - RAFFLE CONTROL / PRIZE INVENTORY '
027300         'MAINTENANCE'.
027400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027500     PERFORM 2000-OPEN-FILES THRU 2000-OPEN-FILES-EXIT.
027600     IF NOT RFL-ANY-FAILURE
027700         PERFORM 3000-APPLY-ONE-TRANSACTION
027800             THRU 3000-APPLY-ONE-TRANSACTION-EXIT
027900             UNTIL RFL-TRANS-AT-END
028000         PERFORM 5000-PRINT-LISTING
028100             THRU 5000-PRINT-LISTING-EXIT
028200         PERFORM 4000-CLOSE-FILES
028300             THRU 4000-CLOSE-FILES-EXIT
028400     END-IF.
028500     IF RFL-ANY-FAILURE
028600         MOVE 8 TO RETURN-CODE
028700     ELSE
028800         IF RFL-REJECT-COUNT > ZERO
028900             MOVE 4 TO RETURN-CODE
029000         END-IF
029100     END-IF.
029200     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
029300     STOP RUN.
029400
029500*****************************************************************
029600*  1000-INITIALIZE - pick up the optional CONTROL=, INVFILE=    *
029700*                    and CALENDAR= master and TRANS=             *
029710*                    transaction overrides.                      *
029800*****************************************************************
029900 1000-INITIALIZE.
030000     PERFORM 1010-GET-ONE-ARGUMENT
030100         THRU 1010-GET-ONE-ARGUMENT-EXIT
030200         UNTIL RFL-NO-MORE-ARGS.
030300     ACCEPT RFL-RUN-DATE FROM DATE YYYYMMDD.
030400 1000-INITIALIZE-EXIT.
030500     EXIT.
030600
030700 1010-GET-ONE-ARGUMENT.
030800     MOVE SPACES TO RFL-ARGUMENT.
030900     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
031000         ON EXCEPTION
031100             MOVE 'N' TO RFL-MORE-ARGS-SW
031200             GO TO 1010-GET-ONE-ARGUMENT-EXIT
031300     END-ACCEPT.
031400     IF RFL-ARGUMENT(1:8) = RFL-CONTROL-TAG
031500         MOVE RFL-ARGUMENT(9:50) TO RFL-CONTROL-FILE-NAME
031600     ELSE
031700         IF RFL-ARGUMENT(1:8) = RFL-INVFILE-TAG
031800             MOVE RFL-ARGUMENT(9:50) TO RFL-INVENTORY-FILE-NAME
031900         ELSE
032000             IF RFL-ARGUMENT(1:6) = RFL-TRANS-TAG
032100                 MOVE RFL-ARGUMENT(7:50) TO RFL-TRANS-NAME
032200             ELSE
032300                 IF RFL-ARGUMENT(1:9) = RFL-CALENDAR-TAG
032400                     MOVE RFL-ARGUMENT(10:50)
032410                         TO RFL-CALENDAR-FILE-NAME
032420                 ELSE
032430                     DISPLAY 'UNKNOWN ARGUMENT IGNORED: '
032440                         RFL-ARGUMENT UPON SYSERR
032450                 END-IF
032500             END-IF
032600         END-IF
032700     END-IF.
032800 1010-GET-ONE-ARGUMENT-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200*  2000-OPEN-FILES - all three masters open I-O (each is        *
033300*                    created here if the nightly chain has not   *
033400*                    defined it yet), the transactions open      *
033500*                    input, the reject report and listing are    *
033600*                    rewritten per run and the audit trail       *
033700*                    extends across runs.  Any open failure      *
033710*                    applies nothing.                            *
033800*****************************************************************
033900 2000-OPEN-FILES.
034000     OPEN I-O CONTROL-FILE.
034100     IF RFL-CONTROL-NOT-FOUND
034200         OPEN OUTPUT CONTROL-FILE
034300         CLOSE CONTROL-FILE
034400         OPEN I-O CONTROL-FILE
034500     END-IF.
034600     IF NOT RFL-CONTROL-OK
034700         DISPLAY 'CANNOT OPEN RAFFLE CONTROL: '
034800             RFL-CONTROL-FILE-NAME
034900             ' STATUS ' RFL-CONTROL-STATUS UPON SYSERR
035000         MOVE 'Y' TO RFL-ANY-FAILURE-SW
035100         GO TO 2000-OPEN-FILES-EXIT
035200     END-IF.
035300     OPEN I-O INVENTORY-FILE.
035400     IF RFL-INVENTORY-NOT-FOUND
035500         OPEN OUTPUT INVENTORY-FILE
035600         CLOSE INVENTORY-FILE
035700         OPEN I-O INVENTORY-FILE
035800     END-IF.
035900     IF NOT RFL-INVENTORY-OK
036000         DISPLAY 'CANNOT OPEN PRIZE INVENTORY: '
036100             RFL-INVENTORY-FILE-NAME
036200             ' STATUS ' RFL-INVENTORY-STATUS UPON SYSERR
036300         MOVE 'Y' TO RFL-ANY-FAILURE-SW
036400         CLOSE CONTROL-FILE
036500         GO TO 2000-OPEN-FILES-EXIT
036600     END-IF.
036606     OPEN I-O CALENDAR-FILE.
036612     IF RFL-CALENDAR-NOT-FOUND
036618         OPEN OUTPUT CALENDAR-FILE
036624         CLOSE CALENDAR-FILE
036630         OPEN I-O CALENDAR-FILE
036636     END-IF.
036642     IF NOT RFL-CALENDAR-OK
036648         DISPLAY 'CANNOT OPEN RAFFLE CALENDAR: '
036654             RFL-CALENDAR-FILE-NAME
036660             ' STATUS ' RFL-CALENDAR-STATUS UPON SYSERR
036666         MOVE 'Y' TO RFL-ANY-FAILURE-SW
036672         CLOSE CONTROL-FILE
036678         CLOSE INVENTORY-FILE
036684         GO TO 2000-OPEN-FILES-EXIT
036690     END-IF.
036700     OPEN INPUT TRANSACTION-FILE.
036800     IF NOT RFL-TRANS-OK
036900         DISPLAY 'CANNOT OPEN TRANSACTION FILE: ' RFL-TRANS-NAME
037000             ' STATUS ' RFL-TRANS-STATUS UPON SYSERR
037100         MOVE 'Y' TO RFL-ANY-FAILURE-SW
037200         CLOSE CONTROL-FILE
037300         CLOSE INVENTORY-FILE
037310         CLOSE CALENDAR-FILE
037400         GO TO 2000-OPEN-FILES-EXIT
037500     END-IF.
037600     MOVE SPACES TO RFL-REJECT-FILE-NAME.
037700     STRING RFL-TRANS-NAME DELIMITED BY SPACE
037800         '.REJ' DELIMITED BY SIZE
037900         INTO RFL-REJECT-FILE-NAME
038000     END-STRING.
038100     MOVE SPACES TO RFL-AUDIT-FILE-NAME.
038200     STRING RFL-TRANS-NAME DELIMITED BY SPACE
038300         '.AUD' DELIMITED BY SIZE
038400         INTO RFL-AUDIT-FILE-NAME
038500     END-STRING.
038600     MOVE SPACES TO RFL-LISTING-FILE-NAME.
038700     STRING RFL-TRANS-NAME DELIMITED BY SPACE
038800         '.LST' DELIMITED BY SIZE
038900         INTO RFL-LISTING-FILE-NAME
039000     END-STRING.
039100     OPEN OUTPUT REJECT-FILE.
039200     IF NOT RFL-REJECT-OK
039300         DISPLAY 'CANNOT OPEN REJECT REPORT: '
039400             RFL-REJECT-FILE-NAME
039500             ' STATUS ' RFL-REJECT-STATUS UPON SYSERR
039600         MOVE 'Y' TO RFL-ANY-FAILURE-SW
039700         CLOSE CONTROL-FILE
039800         CLOSE INVENTORY-FILE
039810         CLOSE CALENDAR-FILE
039900         CLOSE TRANSACTION-FILE
040000         GO TO 2000-OPEN-FILES-EXIT
040100     END-IF.
040200     OPEN EXTEND AUDIT-FILE.
040300     IF RFL-AUDIT-NOT-FOUND
040400         OPEN OUTPUT AUDIT-FILE
040500     END-IF.
040600     IF NOT RFL-AUDIT-OK
040700         DISPLAY 'CANNOT OPEN AUDIT TRAIL: '
040800             RFL-AUDIT-FILE-NAME
040900             ' STATUS ' RFL-AUDIT-STATUS UPON SYSERR
041000         MOVE 'Y' TO RFL-ANY-FAILURE-SW
041100         CLOSE CONTROL-FILE
041200         CLOSE INVENTORY-FILE
041210         CLOSE CALENDAR-FILE
041300         CLOSE TRANSACTION-FILE
041400         CLOSE REJECT-FILE
041500         GO TO 2000-OPEN-FILES-EXIT
041600     END-IF.
041700     OPEN OUTPUT LISTING-FILE.
041800     IF NOT RFL-LISTING-OK
041900         DISPLAY 'CANNOT OPEN MASTER LISTING: '
042000             RFL-LISTING-FILE-NAME
042100             ' STATUS ' RFL-LISTING-STATUS UPON SYSERR
042200         MOVE 'Y' TO RFL-ANY-FAILURE-SW
042300         CLOSE CONTROL-FILE
042400         CLOSE INVENTORY-FILE
042410         CLOSE CALENDAR-FILE
042500         CLOSE TRANSACTION-FILE
042600         CLOSE REJECT-FILE
042700         CLOSE AUDIT-FILE
042800         GO TO 2000-OPEN-FILES-EXIT
042900     END-IF.
043000 2000-OPEN-FILES-EXIT.
043100     EXIT.
043200
043300*****************************************************************
043400*  3000-APPLY-ONE-TRANSACTION - read and apply the next          *
043500*                               transaction against the master   *
043600*                               it names, or reject it with a    *
043700*                               reason code.  Field edits come   *
043800*                               first so a transaction is        *
043900*                               rejected for what is wrong with  *
044000*                               it before a master is touched.   *
044100*****************************************************************
044200 3000-APPLY-ONE-TRANSACTION.
044300     READ TRANSACTION-FILE
044400         AT END
044500             MOVE 'Y' TO RFL-TRANS-EOF-SW
044600             GO TO 3000-APPLY-ONE-TRANSACTION-EXIT
044700     END-READ.
044800     IF RFL-CTLINV-TRANS-RECORD = SPACES
044900         GO TO 3000-APPLY-ONE-TRANSACTION-EXIT
045000     END-IF.
045100     ADD 1 TO RFL-TRAN-READ-COUNT.
045200     MOVE SPACES TO RFL-REJECT-REASON.
045300     PERFORM 3100-EDIT-TRANSACTION
045400         THRU 3100-EDIT-TRANSACTION-EXIT.
045500     IF NOT RFL-TRAN-ACCEPTED
045600         PERFORM 3900-WRITE-REJECT THRU 3900-WRITE-REJECT-EXIT
045700         GO TO 3000-APPLY-ONE-TRANSACTION-EXIT
045800     END-IF.
045900     IF RFL-CIT-DEFINITION
046000         PERFORM 3200-APPLY-DEFINITION
046100             THRU 3200-APPLY-DEFINITION-EXIT
046200     ELSE
046300         IF RFL-CIT-INVENTORY
046400             PERFORM 3400-APPLY-INVENTORY
046410                 THRU 3400-APPLY-INVENTORY-EXIT
046420         ELSE
046430             PERFORM 3500-APPLY-CALENDAR
046440                 THRU 3500-APPLY-CALENDAR-EXIT
046450         END-IF
046500     END-IF.
046600     IF NOT RFL-TRAN-ACCEPTED
046700         PERFORM 3900-WRITE-REJECT THRU 3900-WRITE-REJECT-EXIT
046800     END-IF.
046900 3000-APPLY-ONE-TRANSACTION-EXIT.
047000     EXIT.
047100
047200*****************************************************************
047300*  3100-EDIT-TRANSACTION - field edits that need no file access. *
047400*                          A delete needs only its key.          *
047500*****************************************************************
047600 3100-EDIT-TRANSACTION.
047700     IF NOT RFL-CIT-ACTION-OK
047800         MOVE '01' TO RFL-REJECT-REASON
047900         GO TO 3100-EDIT-TRANSACTION-EXIT
048000     END-IF.
048100     IF NOT RFL-CIT-MASTER-OK
048200         MOVE '02' TO RFL-REJECT-REASON
048300         GO TO 3100-EDIT-TRANSACTION-EXIT
048400     END-IF.
048500     IF RFL-CIT-DEFINITION
048600         PERFORM 3110-EDIT-DEFINITION
048700             THRU 3110-EDIT-DEFINITION-EXIT
048800     ELSE
048900         IF RFL-CIT-INVENTORY
049000             PERFORM 3120-EDIT-INVENTORY
049010                 THRU 3120-EDIT-INVENTORY-EXIT
049020         ELSE
049030             PERFORM 3130-EDIT-CALENDAR
049040                 THRU 3130-EDIT-CALENDAR-EXIT
049050         END-IF
049100     END-IF.
049200 3100-EDIT-TRANSACTION-EXIT.
049300     EXIT.
049400
049500*****************************************************************
049600*  3110-EDIT-DEFINITION - the same edits the raffle step applies *
049700*                         when it reads the control record, so  *
049800*                         nothing it would ignore as bad can be *
049900*                         put on file.  Blank fields pass.      *
050000*****************************************************************
050100 3110-EDIT-DEFINITION.
050200     IF RFL-CIT-DEF-FILE-NAME = SPACES
050300         MOVE '03' TO RFL-REJECT-REASON
050400         GO TO 3110-EDIT-DEFINITION-EXIT
050500     END-IF.
050600     IF RFL-CIT-DELETE
050700         GO TO 3110-EDIT-DEFINITION-EXIT
050800     END-IF.
050900     IF RFL-CIT-DEF-WINNERS-X NOT = SPACES
051000         IF RFL-CIT-DEF-WINNERS-X NOT NUMERIC
051100                 OR RFL-CIT-DEF-WINNERS = ZERO
051200                 OR RFL-CIT-DEF-WINNERS > RFL-MAX-WINNER-SLOTS
051300             MOVE '06' TO RFL-REJECT-REASON
051400             GO TO 3110-EDIT-DEFINITION-EXIT
051500         END-IF
051600     END-IF.
051700     IF RFL-CIT-DEF-REGION-MODE NOT = SPACE
051800             AND RFL-CIT-DEF-REGION-MODE NOT = 'Y'
051900             AND RFL-CIT-DEF-REGION-MODE NOT = 'N'
052000         MOVE '07' TO RFL-REJECT-REASON
052100         GO TO 3110-EDIT-DEFINITION-EXIT
052200     END-IF.
052300     IF RFL-CIT-DEF-TICKET-CAP-X NOT = SPACES
052400         IF RFL-CIT-DEF-TICKET-CAP-X NOT NUMERIC
052500                 OR RFL-CIT-DEF-TICKET-CAP = ZERO
052600             MOVE '08' TO RFL-REJECT-REASON
052700             GO TO 3110-EDIT-DEFINITION-EXIT
052800         END-IF
052900     END-IF.
053000     IF RFL-CIT-DEF-REJECT-POLICY NOT = SPACES
053100             AND RFL-CIT-DEF-REJECT-POLICY NOT = 'SKIP'
053200             AND RFL-CIT-DEF-REJECT-POLICY NOT = 'STOP'
053300         MOVE '09' TO RFL-REJECT-REASON
053400         GO TO 3110-EDIT-DEFINITION-EXIT
053500     END-IF.
053600     IF RFL-CIT-DEF-TAX-LIMIT-X NOT = SPACES
053700             AND RFL-CIT-DEF-TAX-LIMIT-X NOT NUMERIC
053800         MOVE '10' TO RFL-REJECT-REASON
053900         GO TO 3110-EDIT-DEFINITION-EXIT
054000     END-IF.
054100 3110-EDIT-DEFINITION-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500*  3120-EDIT-INVENTORY - stock counts must be numeric, and a     *
054600*                        substitute prize must carry a cash      *
054700*                        value - the raffle step would award it  *
054800*                        at nothing otherwise.                   *
054900*****************************************************************
055000 3120-EDIT-INVENTORY.
055100     IF RFL-CIT-INV-PRIZE-DESC = SPACES
055200         MOVE '03' TO RFL-REJECT-REASON
055300         GO TO 3120-EDIT-INVENTORY-EXIT
055400     END-IF.
055500     IF RFL-CIT-DELETE
055600         GO TO 3120-EDIT-INVENTORY-EXIT
055700     END-IF.
055800     IF RFL-CIT-INV-ON-HAND-X NOT NUMERIC
055900             OR RFL-CIT-INV-REORDER-X NOT NUMERIC
056000         MOVE '11' TO RFL-REJECT-REASON
056100         GO TO 3120-EDIT-INVENTORY-EXIT
056200     END-IF.
056300     IF RFL-CIT-INV-SUBSTITUTE-DESC NOT = SPACES
056400         IF RFL-CIT-INV-SUB-VALUE-X NOT NUMERIC
056500             MOVE '12' TO RFL-REJECT-REASON
056600             GO TO 3120-EDIT-INVENTORY-EXIT
056700         END-IF
056800         IF RFL-CIT-INV-SUB-VALUE = ZERO
056900             MOVE '12' TO RFL-REJECT-REASON
057000             GO TO 3120-EDIT-INVENTORY-EXIT
057100         END-IF
057200     END-IF.
057300 3120-EDIT-INVENTORY-EXIT.
057400     EXIT.
057500
057501*****************************************************************
057502*  3130-EDIT-CALENDAR - a calendar entry must hold together - a  *
057503*                       real sales window, a draw date on or     *
057504*                       after the sales close, and a status and  *
057505*                       recurrence RFLCAL01 knows.  Nothing here *
057506*                       is optional; a calendar entry has no     *
057507*                       run-level default to fall back on.       *
057508*****************************************************************
057509 3130-EDIT-CALENDAR.
057510     IF RFL-CIT-CAL-FILE-NAME = SPACES
057511         MOVE '03' TO RFL-REJECT-REASON
057512         GO TO 3130-EDIT-CALENDAR-EXIT
057513     END-IF.
057514     IF RFL-CIT-DELETE
057515         GO TO 3130-EDIT-CALENDAR-EXIT
057516     END-IF.
057517     IF NOT RFL-CIT-CAL-STATUS-OK
057518         MOVE '13' TO RFL-REJECT-REASON
057519         GO TO 3130-EDIT-CALENDAR-EXIT
057520     END-IF.
057521     MOVE RFL-CIT-CAL-SALES-OPEN-X TO RFL-EDIT-DATE.
057522     PERFORM 3135-CHECK-DATE THRU 3135-CHECK-DATE-EXIT.
057523     IF NOT RFL-DATE-VALID
057524         MOVE '14' TO RFL-REJECT-REASON
057525         GO TO 3130-EDIT-CALENDAR-EXIT
057526     END-IF.
057527     MOVE RFL-CIT-CAL-SALES-CLOSE-X TO RFL-EDIT-DATE.
057528     PERFORM 3135-CHECK-DATE THRU 3135-CHECK-DATE-EXIT.
057529     IF NOT RFL-DATE-VALID
057530             OR RFL-CIT-CAL-SALES-CLOSE < RFL-CIT-CAL-SALES-OPEN
057531         MOVE '14' TO RFL-REJECT-REASON
057532         GO TO 3130-EDIT-CALENDAR-EXIT
057533     END-IF.
057534     MOVE RFL-CIT-CAL-DRAW-DATE-X TO RFL-EDIT-DATE.
057535     PERFORM 3135-CHECK-DATE THRU 3135-CHECK-DATE-EXIT.
057536     IF NOT RFL-DATE-VALID
057537             OR RFL-CIT-CAL-DRAW-DATE < RFL-CIT-CAL-SALES-CLOSE
057538         MOVE '15' TO RFL-REJECT-REASON
057539         GO TO 3130-EDIT-CALENDAR-EXIT
057540     END-IF.
057541     IF NOT RFL-CIT-CAL-RECURRENCE-OK
057542         MOVE '16' TO RFL-REJECT-REASON
057543         GO TO 3130-EDIT-CALENDAR-EXIT
057544     END-IF.
057545 3130-EDIT-CALENDAR-EXIT.
057546     EXIT.
057547
057548*****************************************************************
057549*  3135-CHECK-DATE - is RFL-EDIT-DATE a calendar date, yyyymmdd? *
057550*                    The day is checked against the month's      *
057551*                    length, February by the leap-year rule.     *
057552*****************************************************************
057553 3135-CHECK-DATE.
057554     MOVE 'N' TO RFL-DATE-VALID-SW.
057555     IF RFL-EDIT-DATE NOT NUMERIC
057556         GO TO 3135-CHECK-DATE-EXIT
057557     END-IF.
057558     IF RFL-EDT-YEAR < 1900
057559             OR NOT RFL-EDT-MONTH-OK
057560             OR NOT RFL-EDT-DAY-OK
057561         GO TO 3135-CHECK-DATE-EXIT
057562     END-IF.
057563     IF RFL-EDT-DAY > 30
057564         IF RFL-EDT-MONTH = 4 OR 6 OR 9 OR 11
057565             GO TO 3135-CHECK-DATE-EXIT
057566         END-IF
057567     END-IF.
057568     IF RFL-EDT-MONTH = 2 AND RFL-EDT-DAY > 28
057569         IF RFL-EDT-DAY > 29
057570             GO TO 3135-CHECK-DATE-EXIT
057571         END-IF
057572         IF FUNCTION MOD(RFL-EDT-YEAR, 4) NOT = ZERO
057573             GO TO 3135-CHECK-DATE-EXIT
057574         END-IF
057575         IF FUNCTION MOD(RFL-EDT-YEAR, 100) = ZERO
057576                 AND FUNCTION MOD(RFL-EDT-YEAR, 400) NOT = ZERO
057577             GO TO 3135-CHECK-DATE-EXIT
057578         END-IF
057579     END-IF.
057580     MOVE 'Y' TO RFL-DATE-VALID-SW.
057581 3135-CHECK-DATE-EXIT.
057582     EXIT.
057600*****************************************************************
057700*  3200-APPLY-DEFINITION - add, change or delete one raffle      *
057800*                          definition.  An add must not find    *
057900*                          the key, a change or delete must.    *
058000*                          The record as it stood is audited    *
058100*                          before it is touched.                *
058200*****************************************************************
058300 3200-APPLY-DEFINITION.
058400     MOVE RFL-CIT-DEF-FILE-NAME TO RFL-DEF-FILE-NAME.
058500     READ CONTROL-FILE KEY IS RFL-DEF-FILE-NAME
058600         INVALID KEY
058700             IF NOT RFL-CIT-ADD
058800                 MOVE '05' TO RFL-REJECT-REASON
058900             END-IF
059000         NOT INVALID KEY
059100             IF RFL-CIT-ADD
059200                 MOVE '04' TO RFL-REJECT-REASON
059300             END-IF
059400     END-READ.
059500     IF NOT RFL-TRAN-ACCEPTED
059600         GO TO 3200-APPLY-DEFINITION-EXIT
059700     END-IF.
059800     MOVE 'BEFORE:' TO RFL-AUD-TAG.
059900     IF RFL-CIT-ADD
060000         MOVE RFL-CIT-DEF-FILE-NAME TO RFL-AUD-ABSENT-KEY
060100         PERFORM 3800-AUDIT-ABSENT THRU 3800-AUDIT-ABSENT-EXIT
060200     ELSE
060300         MOVE RFL-DEFINITION-RECORD TO RFL-AUD-IMAGE
060400         PERFORM 3700-WRITE-AUDIT THRU 3700-WRITE-AUDIT-EXIT
060500     END-IF.
060600     IF RFL-CIT-DELETE
060700         DELETE CONTROL-FILE
060800             INVALID KEY
060900                 MOVE '05' TO RFL-REJECT-REASON
061000         END-DELETE
061100         IF RFL-TRAN-ACCEPTED
061200             ADD 1 TO RFL-DELETE-COUNT
061300             MOVE 'AFTER: ' TO RFL-AUD-TAG
061400             MOVE RFL-CIT-DEF-FILE-NAME TO RFL-AUD-ABSENT-KEY
061500             PERFORM 3800-AUDIT-ABSENT THRU 3800-AUDIT-ABSENT-EXIT
061600         END-IF
061700         GO TO 3200-APPLY-DEFINITION-EXIT
061800     END-IF.
061900     PERFORM 3210-MOVE-DEFINITION-FIELDS
062000         THRU 3210-MOVE-DEFINITION-FIELDS-EXIT.
062100     IF RFL-CIT-ADD
062200         WRITE RFL-DEFINITION-RECORD
062300             INVALID KEY
062400                 MOVE '04' TO RFL-REJECT-REASON
062500         END-WRITE
062600     ELSE
062700         REWRITE RFL-DEFINITION-RECORD
062800             INVALID KEY
062900                 MOVE '05' TO RFL-REJECT-REASON
063000         END-REWRITE
063100     END-IF.
063200     IF RFL-TRAN-ACCEPTED
063300         IF RFL-CIT-ADD
063400             ADD 1 TO RFL-ADD-COUNT
063500         ELSE
063600             ADD 1 TO RFL-CHANGE-COUNT
063700         END-IF
063800         MOVE 'AFTER: ' TO RFL-AUD-TAG
063900         MOVE RFL-DEFINITION-RECORD TO RFL-AUD-IMAGE
064000         PERFORM 3700-WRITE-AUDIT THRU 3700-WRITE-AUDIT-EXIT
064100     END-IF.
064200 3200-APPLY-DEFINITION-EXIT.
064300     EXIT.
064400
064500*****************************************************************
064600*  3210-MOVE-DEFINITION-FIELDS - lay the transaction's fields    *
064700*                                over the definition record      *
064800*                                about to be written.            *
064900*****************************************************************
065000 3210-MOVE-DEFINITION-FIELDS.
065100     MOVE SPACES                    TO RFL-DEFINITION-RECORD.
065200     MOVE RFL-CIT-DEF-FILE-NAME     TO RFL-DEF-FILE-NAME.
065300     MOVE RFL-CIT-DEF-WINNERS-X     TO RFL-DEF-WINNERS-X.
065400     MOVE RFL-CIT-DEF-REGION-MODE   TO RFL-DEF-REGION-MODE.
065500     MOVE RFL-CIT-DEF-TICKET-CAP-X  TO RFL-DEF-TICKET-CAP-X.
065600     MOVE RFL-CIT-DEF-REJECT-POLICY TO RFL-DEF-REJECT-POLICY.
065700     MOVE RFL-CIT-DEF-PRIZE-FILE    TO RFL-DEF-PRIZE-FILE.
065800     MOVE RFL-CIT-DEF-TAX-LIMIT-X   TO RFL-DEF-TAX-LIMIT-X.
065900 3210-MOVE-DEFINITION-FIELDS-EXIT.
066000     EXIT.
066100
066200*****************************************************************
066300*  3400-APPLY-INVENTORY - add, change or delete one inventory    *
066400*                         item, the same way 3200 handles a     *
066500*                         definition.                           *
066600*****************************************************************
066700 3400-APPLY-INVENTORY.
066800     MOVE RFL-CIT-INV-PRIZE-DESC TO RFL-INV-PRIZE-DESC.
066900     READ INVENTORY-FILE KEY IS RFL-INV-PRIZE-DESC
067000         INVALID KEY
067100             IF NOT RFL-CIT-ADD
067200                 MOVE '05' TO RFL-REJECT-REASON
067300             END-IF
067400         NOT INVALID KEY
067500             IF RFL-CIT-ADD
067600                 MOVE '04' TO RFL-REJECT-REASON
067700             END-IF
067800     END-READ.
067900     IF NOT RFL-TRAN-ACCEPTED
068000         GO TO 3400-APPLY-INVENTORY-EXIT
068100     END-IF.
068200     MOVE 'BEFORE:' TO RFL-AUD-TAG.
068300     IF RFL-CIT-ADD
068400         MOVE RFL-CIT-INV-PRIZE-DESC TO RFL-AUD-ABSENT-KEY
068500         PERFORM 3800-AUDIT-ABSENT THRU 3800-AUDIT-ABSENT-EXIT
068600     ELSE
068700         MOVE RFL-INVENTORY-RECORD TO RFL-AUD-IMAGE
068800         PERFORM 3700-WRITE-AUDIT THRU 3700-WRITE-AUDIT-EXIT
068900     END-IF.
069000     IF RFL-CIT-DELETE
069100         DELETE INVENTORY-FILE
069200             INVALID KEY
069300                 MOVE '05' TO RFL-REJECT-REASON
069400         END-DELETE
069500         IF RFL-TRAN-ACCEPTED
069600             ADD 1 TO RFL-DELETE-COUNT
069700             MOVE 'AFTER: ' TO RFL-AUD-TAG
069800             MOVE RFL-CIT-INV-PRIZE-DESC TO RFL-AUD-ABSENT-KEY
069900             PERFORM 3800-AUDIT-ABSENT THRU 3800-AUDIT-ABSENT-EXIT
070000         END-IF
070100         GO TO 3400-APPLY-INVENTORY-EXIT
070200     END-IF.
070300     PERFORM 3410-MOVE-INVENTORY-FIELDS
070400         THRU 3410-MOVE-INVENTORY-FIELDS-EXIT.
070500     IF RFL-CIT-ADD
070600         WRITE RFL-INVENTORY-RECORD
070700             INVALID KEY
070800                 MOVE '04' TO RFL-REJECT-REASON
070900         END-WRITE
071000     ELSE
071100         REWRITE RFL-INVENTORY-RECORD
071200             INVALID KEY
071300                 MOVE '05' TO RFL-REJECT-REASON
071400         END-REWRITE
071500     END-IF.
071600     IF RFL-TRAN-ACCEPTED
071700         IF RFL-CIT-ADD
071800             ADD 1 TO RFL-ADD-COUNT
071900         ELSE
072000             ADD 1 TO RFL-CHANGE-COUNT
072100         END-IF
072200         MOVE 'AFTER: ' TO RFL-AUD-TAG
072300         MOVE RFL-INVENTORY-RECORD TO RFL-AUD-IMAGE
072400         PERFORM 3700-WRITE-AUDIT THRU 3700-WRITE-AUDIT-EXIT
072500     END-IF.
072600 3400-APPLY-INVENTORY-EXIT.
072700     EXIT.
072800
072900*****************************************************************
073000*  3410-MOVE-INVENTORY-FIELDS - lay the transaction's fields     *
073100*                               over the inventory record about  *
073200*                               to be written.  No substitute    *
073300*                               means no substitute value.       *
073400*****************************************************************
073500 3410-MOVE-INVENTORY-FIELDS.
073600     MOVE SPACES                      TO RFL-INVENTORY-RECORD.
073700     MOVE RFL-CIT-INV-PRIZE-DESC      TO RFL-INV-PRIZE-DESC.
073800     MOVE RFL-CIT-INV-ON-HAND         TO RFL-INV-ON-HAND.
073900     MOVE RFL-CIT-INV-REORDER         TO RFL-INV-REORDER-POINT.
074000     MOVE RFL-CIT-INV-SUBSTITUTE-DESC TO RFL-INV-SUBSTITUTE-DESC.
074100     IF RFL-CIT-INV-SUBSTITUTE-DESC = SPACES
074200         MOVE ZERO                    TO RFL-INV-SUB-VALUE
074300     ELSE
074400         MOVE RFL-CIT-INV-SUB-VALUE   TO RFL-INV-SUB-VALUE
074500     END-IF.
074600 3410-MOVE-INVENTORY-FIELDS-EXIT.
074700     EXIT.
074800
074802*****************************************************************
074804*  3500-APPLY-CALENDAR - add, change or delete one raffle's      *
074806*                        calendar entry, the same way 3200       *
074808*                        handles a definition.                   *
074810*****************************************************************
074812 3500-APPLY-CALENDAR.
074814     MOVE RFL-CIT-CAL-FILE-NAME TO RFL-CAL-FILE-NAME.
074816     READ CALENDAR-FILE KEY IS RFL-CAL-FILE-NAME
074818         INVALID KEY
074820             IF NOT RFL-CIT-ADD
074822                 MOVE '05' TO RFL-REJECT-REASON
074824             END-IF
074826         NOT INVALID KEY
074828             IF RFL-CIT-ADD
074830                 MOVE '04' TO RFL-REJECT-REASON
074832             END-IF
074834     END-READ.
074836     IF NOT RFL-TRAN-ACCEPTED
074838         GO TO 3500-APPLY-CALENDAR-EXIT
074840     END-IF.
074842     MOVE 'BEFORE:' TO RFL-AUD-TAG.
074844     IF RFL-CIT-ADD
074846         MOVE RFL-CIT-CAL-FILE-NAME TO RFL-AUD-ABSENT-KEY
074848         PERFORM 3800-AUDIT-ABSENT THRU 3800-AUDIT-ABSENT-EXIT
074850     ELSE
074852         MOVE RFL-CALENDAR-RECORD TO RFL-AUD-IMAGE
074854         PERFORM 3700-WRITE-AUDIT THRU 3700-WRITE-AUDIT-EXIT
074856     END-IF.
074858     IF RFL-CIT-DELETE
074860         DELETE CALENDAR-FILE
074862             INVALID KEY
074864                 MOVE '05' TO RFL-REJECT-REASON
074866         END-DELETE
074868         IF RFL-TRAN-ACCEPTED
074870             ADD 1 TO RFL-DELETE-COUNT
074872             MOVE 'AFTER: ' TO RFL-AUD-TAG
074874             MOVE RFL-CIT-CAL-FILE-NAME TO RFL-AUD-ABSENT-KEY
074876             PERFORM 3800-AUDIT-ABSENT THRU 3800-AUDIT-ABSENT-EXIT
074878         END-IF
074880         GO TO 3500-APPLY-CALENDAR-EXIT
074882     END-IF.
074884     PERFORM 3510-MOVE-CALENDAR-FIELDS
074886         THRU 3510-MOVE-CALENDAR-FIELDS-EXIT.
074888     IF RFL-CIT-ADD
074890         WRITE RFL-CALENDAR-RECORD
074892             INVALID KEY
074894                 MOVE '04' TO RFL-REJECT-REASON
074896         END-WRITE
074898     ELSE
074900         REWRITE RFL-CALENDAR-RECORD
074902             INVALID KEY
074904                 MOVE '05' TO RFL-REJECT-REASON
074906         END-REWRITE
074908     END-IF.
074910     IF RFL-TRAN-ACCEPTED
074912         IF RFL-CIT-ADD
074914             ADD 1 TO RFL-ADD-COUNT
074916         ELSE
074918             ADD 1 TO RFL-CHANGE-COUNT
074920         END-IF
074922         MOVE 'AFTER: ' TO RFL-AUD-TAG
074924         MOVE RFL-CALENDAR-RECORD TO RFL-AUD-IMAGE
074926         PERFORM 3700-WRITE-AUDIT THRU 3700-WRITE-AUDIT-EXIT
074928     END-IF.
074930 3500-APPLY-CALENDAR-EXIT.
074932     EXIT.
074934
074936*****************************************************************
074938*  3510-MOVE-CALENDAR-FIELDS - lay the transaction's fields over *
074940*                              the calendar record about to be   *
074942*                              written, with the anchor days its *
074944*                              dates fall on.  A new raffle has  *
074946*                              never been drawn; a change keeps  *
074948*                              the last-drawn date and draw      *
074950*                              count already on file.            *
074952*****************************************************************
074954 3510-MOVE-CALENDAR-FIELDS.
074956     IF RFL-CIT-ADD
074958         MOVE SPACES                 TO RFL-CALENDAR-RECORD
074960         MOVE ZERO                   TO RFL-CAL-LAST-DRAWN
074962         MOVE ZERO                   TO RFL-CAL-DRAW-COUNT
074964     END-IF.
074966     MOVE RFL-CIT-CAL-FILE-NAME      TO RFL-CAL-FILE-NAME.
074968     MOVE RFL-CIT-CAL-STATUS         TO RFL-CAL-STATUS.
074970     MOVE RFL-CIT-CAL-SALES-OPEN     TO RFL-CAL-SALES-OPEN.
074972     MOVE RFL-CIT-CAL-SALES-CLOSE    TO RFL-CAL-SALES-CLOSE.
074974     MOVE RFL-CIT-CAL-DRAW-DATE      TO RFL-CAL-DRAW-DATE.
074976     MOVE RFL-CIT-CAL-RECURRENCE     TO RFL-CAL-RECURRENCE.
074978     MOVE RFL-CIT-CAL-SALES-OPEN-X(7:2)  TO RFL-CAL-OPEN-DAY.
074980     MOVE RFL-CIT-CAL-SALES-CLOSE-X(7:2) TO RFL-CAL-CLOSE-DAY.
074982     MOVE RFL-CIT-CAL-DRAW-DATE-X(7:2)   TO RFL-CAL-DRAW-DAY.
074984 3510-MOVE-CALENDAR-FIELDS-EXIT.
074986     EXIT.
074988*****************************************************************
075000*  3700-WRITE-AUDIT - write one audit line from the image and    *
075100*                     tag already set.                          *
075200*****************************************************************
075300 3700-WRITE-AUDIT.
075400     MOVE RFL-CIT-ACTION         TO RFL-AUD-ACTION.
075500     MOVE RFL-CIT-MASTER         TO RFL-AUD-MASTER.
075600     MOVE RFL-AUDIT-WORK         TO RFL-AUDIT-RECORD.
075700     WRITE RFL-AUDIT-RECORD.
075800 3700-WRITE-AUDIT-EXIT.
075900     EXIT.
076000
076100*****************************************************************
076200*  3800-AUDIT-ABSENT - the BEFORE image of an ADD or the AFTER   *
076300*                      image of a DELETE - the record is not on  *
076400*                      file.  The key is already set.            *
076500*****************************************************************
076600 3800-AUDIT-ABSENT.
076700     MOVE '** NOT ON FILE **'    TO RFL-AUD-ABSENT-TEXT.
076800     PERFORM 3700-WRITE-AUDIT THRU 3700-WRITE-AUDIT-EXIT.
076900 3800-AUDIT-ABSENT-EXIT.
077000     EXIT.
077100
077200*****************************************************************
077300*  3900-WRITE-REJECT - write the offending transaction to the    *
077400*                      reject report with its reason code.       *
077500*****************************************************************
077600 3900-WRITE-REJECT.
077700     ADD 1 TO RFL-REJECT-COUNT.
077800     MOVE RFL-REJECT-REASON       TO RFL-REJ-REASON.
077900     MOVE RFL-CTLINV-TRANS-RECORD TO RFL-REJ-IMAGE.
078000     MOVE RFL-REJECT-WORK         TO RFL-REJECT-RECORD.
078100     WRITE RFL-REJECT-RECORD.
078200 3900-WRITE-REJECT-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600*  4000-CLOSE-FILES                                              *
078700*****************************************************************
078800 4000-CLOSE-FILES.
078900     CLOSE CONTROL-FILE.
079000     CLOSE INVENTORY-FILE.
079010     CLOSE CALENDAR-FILE.
079100     CLOSE TRANSACTION-FILE.
079200     CLOSE REJECT-FILE.
079300     CLOSE AUDIT-FILE.
079400     CLOSE LISTING-FILE.
079500 4000-CLOSE-FILES-EXIT.
079600     EXIT.
079700
079800*****************************************************************
079900*  5000-PRINT-LISTING - the auditors' listing of all three      *
080000*                       masters as they stand after this run's   *
080100*                       transactions, in key order.  A blank     *
080200*                       definition field prints as DFLT - the    *
080300*                       run-level default applies.  Items at or  *
080400*                       under their reorder point are flagged.   *
080410*                       A raffle never drawn shows no last draw. *
080500*****************************************************************
080600 5000-PRINT-LISTING.
080700     MOVE RFL-RUN-DATE TO RFL-LTL-DATE.
080800     MOVE RFL-LIST-TITLE-LINE TO RFL-LISTING-RECORD.
080900     WRITE RFL-LISTING-RECORD.
081000     MOVE SPACES TO RFL-LISTING-RECORD.
081100     WRITE RFL-LISTING-RECORD.
081200     MOVE 'RAFFLE DEFINITIONS - RFL.RAFFLE.CONTROL'
081300         TO RFL-LISTING-RECORD.
081400     WRITE RFL-LISTING-RECORD.
081500     MOVE RFL-DEF-HEAD-LINE TO RFL-LISTING-RECORD.
081600     WRITE RFL-LISTING-RECORD.
081700     MOVE 'N' TO RFL-MASTER-EOF-SW.
081800     MOVE LOW-VALUES TO RFL-DEF-FILE-NAME.
081900     START CONTROL-FILE KEY NOT < RFL-DEF-FILE-NAME
082000         INVALID KEY
082100             MOVE 'Y' TO RFL-MASTER-EOF-SW
082200     END-START.
082300     PERFORM 5100-LIST-ONE-DEFINITION
082400         THRU 5100-LIST-ONE-DEFINITION-EXIT
082500         UNTIL RFL-MASTER-AT-END.
082600     MOVE SPACES TO RFL-LIST-TOTAL-LINE.
082700     MOVE 'RAFFLE DEFINITIONS LISTED' TO RFL-LTT-LABEL.
082800     MOVE RFL-DEF-LISTED-COUNT TO RFL-LTT-COUNT.
082900     MOVE RFL-LIST-TOTAL-LINE TO RFL-LISTING-RECORD.
083000     WRITE RFL-LISTING-RECORD.
083100     MOVE SPACES TO RFL-LISTING-RECORD.
083200     WRITE RFL-LISTING-RECORD.
083300     MOVE 'PRIZE INVENTORY - RFL.PRIZE.INVENTORY'
083400         TO RFL-LISTING-RECORD.
083500     WRITE RFL-LISTING-RECORD.
083600     MOVE RFL-INV-HEAD-LINE TO RFL-LISTING-RECORD.
083700     WRITE RFL-LISTING-RECORD.
083800     MOVE 'N' TO RFL-MASTER-EOF-SW.
083900     MOVE LOW-VALUES TO RFL-INV-PRIZE-DESC.
084000     START INVENTORY-FILE KEY NOT < RFL-INV-PRIZE-DESC
084100         INVALID KEY
084200             MOVE 'Y' TO RFL-MASTER-EOF-SW
084300     END-START.
084400     PERFORM 5200-LIST-ONE-ITEM
084500         THRU 5200-LIST-ONE-ITEM-EXIT
084600         UNTIL RFL-MASTER-AT-END.
084700     MOVE SPACES TO RFL-LIST-TOTAL-LINE.
084800     MOVE 'INVENTORY ITEMS LISTED' TO RFL-LTT-LABEL.
084900     MOVE RFL-INV-LISTED-COUNT TO RFL-LTT-COUNT.
085000     MOVE RFL-LIST-TOTAL-LINE TO RFL-LISTING-RECORD.
085100     WRITE RFL-LISTING-RECORD.
085200     MOVE 'ITEMS AT OR UNDER REORDER POINT' TO RFL-LTT-LABEL.
085300     MOVE RFL-INV-REORDER-COUNT TO RFL-LTT-COUNT.
085400     MOVE RFL-LIST-TOTAL-LINE TO RFL-LISTING-RECORD.
085500     WRITE RFL-LISTING-RECORD.
085504     MOVE SPACES TO RFL-LISTING-RECORD.
085508     WRITE RFL-LISTING-RECORD.
085512     MOVE 'RAFFLE CALENDAR - RFL.RAFFLE.CALENDAR'
085516         TO RFL-LISTING-RECORD.
085520     WRITE RFL-LISTING-RECORD.
085524     MOVE RFL-CAL-HEAD-LINE TO RFL-LISTING-RECORD.
085528     WRITE RFL-LISTING-RECORD.
085532     MOVE 'N' TO RFL-MASTER-EOF-SW.
085536     MOVE LOW-VALUES TO RFL-CAL-FILE-NAME.
085540     START CALENDAR-FILE KEY NOT < RFL-CAL-FILE-NAME
085544         INVALID KEY
085548             MOVE 'Y' TO RFL-MASTER-EOF-SW
085552     END-START.
085556     PERFORM 5300-LIST-ONE-RAFFLE
085560         THRU 5300-LIST-ONE-RAFFLE-EXIT
085564         UNTIL RFL-MASTER-AT-END.
085568     MOVE SPACES TO RFL-LIST-TOTAL-LINE.
085572     MOVE 'CALENDAR ENTRIES LISTED' TO RFL-LTT-LABEL.
085576     MOVE RFL-CAL-LISTED-COUNT TO RFL-LTT-COUNT.
085580     MOVE RFL-LIST-TOTAL-LINE TO RFL-LISTING-RECORD.
085584     WRITE RFL-LISTING-RECORD.
085600     DISPLAY 'MASTER LISTING WRITTEN TO ' RFL-LISTING-FILE-NAME.
085700 5000-PRINT-LISTING-EXIT.
085800     EXIT.
085900
086000 5100-LIST-ONE-DEFINITION.
086100     READ CONTROL-FILE NEXT
086200         AT END
086300             MOVE 'Y' TO RFL-MASTER-EOF-SW
086400             GO TO 5100-LIST-ONE-DEFINITION-EXIT
086500     END-READ.
086600     ADD 1 TO RFL-DEF-LISTED-COUNT.
086700     MOVE RFL-DEF-FILE-NAME TO RFL-DFL-FILE.
086800     MOVE RFL-DEF-WINNERS-X TO RFL-DFL-WINNERS.
086900     IF RFL-DEF-WINNERS-X = SPACES
087000         MOVE '--' TO RFL-DFL-WINNERS
087100     END-IF.
087200     MOVE RFL-DEF-REGION-MODE TO RFL-DFL-REGION-MODE.
087300     IF RFL-DEF-REGION-MODE = SPACE
087400         MOVE '-' TO RFL-DFL-REGION-MODE
087500     END-IF.
087600     MOVE RFL-DEF-TICKET-CAP-X TO RFL-DFL-TICKET-CAP.
087700     IF RFL-DEF-TICKET-CAP-X = SPACES
087800         MOVE 'DFLT' TO RFL-DFL-TICKET-CAP
087900     END-IF.
088000     MOVE RFL-DEF-REJECT-POLICY TO RFL-DFL-POLICY.
088100     IF RFL-DEF-REJECT-POLICY = SPACES
088200         MOVE 'DFLT' TO RFL-DFL-POLICY
088300     END-IF.
088400     MOVE RFL-DEF-PRIZE-FILE TO RFL-DFL-PRIZE-FILE.
088500     IF RFL-DEF-PRIZE-FILE = SPACES
088600         MOVE 'DFLT' TO RFL-DFL-PRIZE-FILE
088700     END-IF.
088800     IF RFL-DEF-TAX-LIMIT-X IS NUMERIC
088900         MOVE RFL-DEF-TAX-LIMIT TO RFL-DFL-TAX-LIMIT
089000     ELSE
089100         MOVE '      DFLT' TO RFL-DFL-TAX-LIMIT-X
089200     END-IF.
089300     MOVE RFL-DEF-LIST-LINE TO RFL-LISTING-RECORD.
089400     WRITE RFL-LISTING-RECORD.
089500 5100-LIST-ONE-DEFINITION-EXIT.
089600     EXIT.
089700
089800 5200-LIST-ONE-ITEM.
089900     READ INVENTORY-FILE NEXT
090000         AT END
090100             MOVE 'Y' TO RFL-MASTER-EOF-SW
090200             GO TO 5200-LIST-ONE-ITEM-EXIT
090300     END-READ.
090400     ADD 1 TO RFL-INV-LISTED-COUNT.
090500     MOVE RFL-INV-PRIZE-DESC TO RFL-IVL-PRIZE.
090600     MOVE RFL-INV-ON-HAND TO RFL-IVL-ON-HAND.
090700     MOVE RFL-INV-REORDER-POINT TO RFL-IVL-REORDER.
090800     MOVE SPACES TO RFL-IVL-FLAG.
090900     IF RFL-INV-ON-HAND NOT > RFL-INV-REORDER-POINT
091000         MOVE '*REORDER*' TO RFL-IVL-FLAG
091100         ADD 1 TO RFL-INV-REORDER-COUNT
091200     END-IF.
091300     MOVE RFL-INV-SUBSTITUTE-DESC TO RFL-IVL-SUB-PRIZE.
091400     IF RFL-INV-SUBSTITUTE-DESC = SPACES
091500         MOVE SPACES TO RFL-IVL-SUB-VALUE-X
091600     ELSE
091700         MOVE RFL-INV-SUB-VALUE TO RFL-IVL-SUB-VALUE
091800     END-IF.
091900     MOVE RFL-INV-LIST-LINE TO RFL-LISTING-RECORD.
092000     WRITE RFL-LISTING-RECORD.
092100 5200-LIST-ONE-ITEM-EXIT.
092200     EXIT.
092300
092304 5300-LIST-ONE-RAFFLE.
092308     READ CALENDAR-FILE NEXT
092312         AT END
092316             MOVE 'Y' TO RFL-MASTER-EOF-SW
092320             GO TO 5300-LIST-ONE-RAFFLE-EXIT
092324     END-READ.
092328     ADD 1 TO RFL-CAL-LISTED-COUNT.
092332     MOVE RFL-CAL-FILE-NAME TO RFL-CLL-FILE.
092336     MOVE RFL-CAL-STATUS TO RFL-CLL-STATUS.
092340     MOVE RFL-CAL-SALES-OPEN TO RFL-CLL-SALES-OPEN.
092344     MOVE RFL-CAL-SALES-CLOSE TO RFL-CLL-SALES-CLOSE.
092348     MOVE RFL-CAL-DRAW-DATE TO RFL-CLL-DRAW-DATE.
092352     MOVE RFL-CAL-RECURRENCE TO RFL-CLL-RECURRENCE.
092356     IF RFL-CAL-LAST-DRAWN = ZERO
092360         MOVE '--------' TO RFL-CLL-LAST-DRAWN-X
092364     ELSE
092368         MOVE RFL-CAL-LAST-DRAWN TO RFL-CLL-LAST-DRAWN
092372     END-IF.
092376     MOVE RFL-CAL-DRAW-COUNT TO RFL-CLL-DRAW-COUNT.
092380     MOVE RFL-CAL-LIST-LINE TO RFL-LISTING-RECORD.
092384     WRITE RFL-LISTING-RECORD.
092388 5300-LIST-ONE-RAFFLE-EXIT.
092392     EXIT.
092400*****************************************************************
092500*  9999-TERMINATE - end of run totals                            *
092600*****************************************************************
092700 9999-TERMINATE.
092800     DISPLAY 'TRANSACTIONS READ: ' RFL-TRAN-READ-COUNT.
092900     DISPLAY 'ADDS APPLIED:      ' RFL-ADD-COUNT.
093000     DISPLAY 'CHANGES APPLIED:   ' RFL-CHANGE-COUNT.
093100     DISPLAY 'DELETES APPLIED:   ' RFL-DELETE-COUNT.
093200     DISPLAY 'REJECTED:          ' RFL-REJECT-COUNT.
093300     DISPLAY 'DEFINITIONS LISTED:' RFL-DEF-LISTED-COUNT.
093400     DISPLAY 'ITEMS LISTED:      ' RFL-INV-LISTED-COUNT.
093410     DISPLAY 'CALENDAR LISTED:   ' RFL-CAL-LISTED-COUNT.
093500 9999-TERMINATE-EXIT.
093600     EXIT.
