000100*****************************************************************
000200*                                                               *
000300*  RFLPUB01                                                    *
000400*                                                               *
000500*  Draw-results publication.  After the draw Promotions used   *
000600*  to retype the winners off the .RPT files into the intranet  *
000700*  news page and the printed notice-board sheet, full names    *
000800*  and entrant IDs included.  This program publishes every     *
000900*  raffle file on the night's manifest that was drawn on the   *
001000*  publication date (the run ID unless DRAWDATE= says          *
001100*  otherwise) -                                                *
001200*                                                               *
001300*      FILE-NAME.PUB     the intranet import - a heading line  *
001400*                        then one line a winner, fields split  *
001500*                        by ';' - raffle, draw date, prize     *
001600*                        rank, prize, region, winner and       *
001700*                        replacement Y/N                       *
001800*      RFL.RESULTS.PRINT the notice-board sheet (PRINT=) - a   *
001900*                        page a raffle                         *
002000*                                                               *
002100*  Winners are listed in prize-rank order under the region     *
002200*  description off the region master (REGFILE=) and masked to  *
002300*  first name and surname initial - the entrant ID is never    *
002400*  published.  A winner drawn by a REDRAW= is marked as the    *
002500*  replacement, and the winner it replaced is left out, as the *
002600*  FILE-NAME.RDL link chain shows.                             *
002700*                                                               *
002800*  A draw is withheld - nothing of it published and its .PUB   *
002900*  emptied to the heading - when it is under open dispute or   *
003000*  its .RPT has not passed the seal check.  Promotions lists   *
003100*  each open dispute as one line on RFL.DRAW.DISPUTES          *
003200*  (DISPUTES=) and takes it off when the dispute is settled -  *
003300*                                                               *
003400*      RAFFLE FILE   X(50)                                     *
003500*      DRAW DATE     X(08)   YYYYMMDD - BLANK WITHHOLDS EVERY  *
003600*                            DRAW OF THE FILE                  *
003700*      NOTE          X(42)   WHO RAISED IT, WHEN, WHY          *
003800*                                                               *
003900*  The seal verdict is the last line RFLSEL01 wrote for the    *
004000*  file to the seal-result file RFL.SEAL.RESULT (RFLSRS.CPY,   *
004100*  RESULTS=).  It must be a pass and must cover every record   *
004200*  of the draw - a record appended since the check has not     *
004300*  been checked.  A raffle file not drawn on the date keeps    *
004400*  its .PUB as it was.                                         *
004407*                                                               *
004414*  A draw published before one of its prizes was drawn again   *
004421*  (REDRAW=) is published again.  After the manifest every     *
004428*  raffle file on the list FILES= names (RFL.DEPT.FILES unless *
004435*  told otherwise) is looked at, and a file whose .RDL holds   *
004442*  links its last publication did not cover has each draw      *
004449*  those links name published again, the replacement marked.   *
004456*  The links each file's publications covered are kept on the  *
004463*  publication log RFL.PUBLISH.LOG (PUBLOG=), a line a         *
004470*  publication - the last line for a file counts.  A file not  *
004477*  on the log yet goes on it as it stands; a file drawn        *
004484*  tonight keeps tonight's .PUB and has its redrawn draws      *
004491*  published the next night.                                   *
004500*                                                               *
004600*      RC = 0   EVERY DRAW PUBLISHED                           *
004700*      RC = 4   A DRAW WAS WITHHELD, OR NO MANIFEST SUPPLIED   *
004800*      RC = 8   A FILE COULD NOT BE READ OR WRITTEN            *
004900*                                                               *
005000*  AUTHOR:        R. de la Fuente                              *
005100*  INSTALLATION:  Domcode Payroll & Promotions                 *
005200*  DATE-WRITTEN:  2026-10-15                                   *
005300*  DATE-COMPILED: 2026-10-15                                   *
005400*                                                               *
005500*  MODIFICATION HISTORY                                        *
005600*  ---------------------                                       *
005700*  2026-10-15  RDF  Initial program - RFLRAF01 STEP0260,       *
005800*                   behind the draw and the second seal check. *
005810*  2026-10-15  RDF  A draw's records are picked through the    *
005820*                   .RDL links, so a replacement winner is     *
005830*                   published with the draw it belongs to.     *
005840*                   Redrawn draws are republished (FILES=,     *
005850*                   PUBLOG=).  Each page of the sheet starts   *
005860*                   with a separator line.                     *
005868*  2026-10-15  RDF  The republish pass writes a file's .PUB    *
005876*                   once, its heading first, and appends each  *
005884*                   draw republished - a withheld one no       *
005892*                   longer wipes the draws already written.    *
005900*                                                               *
006000*****************************************************************
006100 IDENTIFICATION DIVISION.
006200 PROGRAM-ID.     RFLPUB01.
006300 AUTHOR.         R. de la Fuente.
006400 INSTALLATION.   Domcode Payroll & Promotions.
006500 DATE-WRITTEN.   2026-10-15.
006600 DATE-COMPILED.  2026-10-15.
006700
006800 ENVIRONMENT DIVISION.
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT MANIFEST-FILE ASSIGN DYNAMIC RFL-MANIFEST-NAME
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS RFL-MANIFEST-STATUS.
007400     SELECT REPORT-FILE ASSIGN DYNAMIC RFL-REPORT-FILE-NAME
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS RFL-REPORT-STATUS.
007700     SELECT REDRAW-LOG-FILE ASSIGN DYNAMIC RFL-REDRAW-LOG-NAME
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS RFL-REDRAW-LOG-STATUS.
008000     SELECT SEAL-RESULT-FILE ASSIGN DYNAMIC
008100         RFL-SEAL-RESULT-FILE-NAME
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS RFL-SEAL-RESULT-STATUS.
008400     SELECT DISPUTE-FILE ASSIGN DYNAMIC RFL-DISPUTE-FILE-NAME
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS RFL-DISPUTE-STATUS.
008700     SELECT REGION-FILE ASSIGN DYNAMIC RFL-REGION-FILE-NAME
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS RFL-REG-CODE
009100         FILE STATUS IS RFL-REGION-STATUS.
009200     SELECT PUBLISH-FILE ASSIGN DYNAMIC RFL-PUBLISH-FILE-NAME
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS RFL-PUBLISH-STATUS.
009500     SELECT PRINT-FILE ASSIGN DYNAMIC RFL-PRINT-FILE-NAME
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS RFL-PRINT-STATUS.
009800     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS RFL-STATS-STATUS.
010010     SELECT FILE-LIST-FILE ASSIGN DYNAMIC RFL-FILE-LIST-NAME
010020         ORGANIZATION IS LINE SEQUENTIAL
010030         FILE STATUS IS RFL-FILE-LIST-STATUS.
010040     SELECT PUBLISH-LOG-FILE ASSIGN DYNAMIC RFL-PUBLISH-LOG-NAME
010050         ORGANIZATION IS LINE SEQUENTIAL
010060         FILE STATUS IS RFL-PUBLISH-LOG-STATUS.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  MANIFEST-FILE.
010500 01  RFL-MANIFEST-RECORD         PIC X(50).
010600
010700 FD  REPORT-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY RFLRPT.CPY.
011000
011100 FD  REDRAW-LOG-FILE.
011200 01  RFL-REDRAW-LOG-RECORD       PIC X(100).
011300
011400 FD  SEAL-RESULT-FILE.
011500     COPY RFLSRS.CPY.
011600
011700 FD  DISPUTE-FILE.
011800 01  RFL-DISPUTE-RECORD.
011900     05  RFL-DSP-RAFFLE-FILE     PIC X(50).
012000     05  RFL-DSP-DRAW-DATE       PIC X(08).
012100     05  RFL-DSP-NOTE            PIC X(42).
012200
012300 FD  REGION-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY RFLREG.CPY.
012600
012700 FD  PUBLISH-FILE.
012800 01  RFL-PUBLISH-RECORD          PIC X(200).
012900
013000 FD  PRINT-FILE.
013100 01  RFL-PRINT-RECORD            PIC X(132).
013200
013300 FD  STATS-FILE.
013400 01  RFL-STATS-LINE              PIC X(145).
013410
013420 FD  FILE-LIST-FILE.
013430 01  RFL-FILE-LIST-RECORD        PIC X(50).
013440
013450 FD  PUBLISH-LOG-FILE.
013460 01  RFL-PUBLISH-LOG-RECORD      PIC X(100).
013500
013600 WORKING-STORAGE SECTION.
013700*----------------------------------------------------------------*
013800*    COMMAND-LINE / FILE NAME FIELDS                             *
013900*----------------------------------------------------------------*
014000 01  RFL-ARGUMENT                PIC X(60).
014100 01  RFL-MANIFEST-TAG            PIC X(09) VALUE 'MANIFEST='.
014200 01  RFL-DRAWDATE-TAG            PIC X(09) VALUE 'DRAWDATE='.
014300 01  RFL-RESULTS-TAG             PIC X(08) VALUE 'RESULTS='.
014400 01  RFL-DISPUTES-TAG            PIC X(09) VALUE 'DISPUTES='.
014500 01  RFL-PRINT-TAG               PIC X(06) VALUE 'PRINT='.
014600 01  RFL-REGFILE-TAG             PIC X(08) VALUE 'REGFILE='.
014700 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
014800 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
014810 01  RFL-FILES-TAG               PIC X(06) VALUE 'FILES='.
014820 01  RFL-PUBLOG-TAG              PIC X(07) VALUE 'PUBLOG='.
014900 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
015000 01  RFL-MANIFEST-NAME           PIC X(50).
015100 01  RFL-RAFFLE-FILE-NAME        PIC X(50).
015200 01  RFL-REPORT-FILE-NAME        PIC X(54).
015300 01  RFL-REDRAW-LOG-NAME         PIC X(54).
015400 01  RFL-PUBLISH-FILE-NAME       PIC X(54).
015500 01  RFL-SEAL-RESULT-FILE-NAME   PIC X(50)
015600                                 VALUE 'RFL.SEAL.RESULT'.
015700 01  RFL-DISPUTE-FILE-NAME       PIC X(50)
015800                                 VALUE 'RFL.DRAW.DISPUTES'.
015900 01  RFL-PRINT-FILE-NAME         PIC X(50)
016000                                 VALUE 'RFL.RESULTS.PRINT'.
016100 01  RFL-REGION-FILE-NAME        PIC X(50)
016200                                 VALUE 'RFL.REGION.MASTER'.
016210 01  RFL-FILE-LIST-NAME          PIC X(50)
016220                                 VALUE 'RFL.DEPT.FILES'.
016230 01  RFL-PUBLISH-LOG-NAME        PIC X(50)
016240                                 VALUE 'RFL.PUBLISH.LOG'.
016300 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
016400 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
016500                                 PIC X(08).
016600 01  RFL-PUBLISH-DATE            PIC 9(08) VALUE ZERO.
016700 01  RFL-PUBLISH-DATE-X REDEFINES RFL-PUBLISH-DATE
016800                                 PIC X(08).
016810 01  RFL-SAVE-PUBLISH-DATE       PIC 9(08) VALUE ZERO.
016900
017000*----------------------------------------------------------------*
017100*    FILE STATUS AND SWITCHES                                    *
017200*----------------------------------------------------------------*
017300 77  RFL-MANIFEST-STATUS         PIC X(02).
017400     88  RFL-MANIFEST-OK         VALUE '00'.
017500
017600 77  RFL-REPORT-STATUS           PIC X(02).
017700     88  RFL-REPORT-OK           VALUE '00'.
017800     88  RFL-REPORT-NOT-FOUND    VALUE '35'.
017900
018000 77  RFL-REDRAW-LOG-STATUS       PIC X(02).
018100     88  RFL-REDRAW-LOG-OK       VALUE '00'.
018200     88  RFL-REDRAW-LOG-NOT-FOUND
018300                                 VALUE '35'.
018400
018500 77  RFL-SEAL-RESULT-STATUS      PIC X(02).
018600     88  RFL-SEAL-RESULT-OK      VALUE '00'.
018700     88  RFL-SEAL-RESULT-NOT-FOUND
018800                                 VALUE '35'.
018900
019000 77  RFL-DISPUTE-STATUS          PIC X(02).
019100     88  RFL-DISPUTE-OK          VALUE '00'.
019200     88  RFL-DISPUTE-NOT-FOUND   VALUE '35'.
019300
019400 77  RFL-REGION-STATUS           PIC X(02).
019500     88  RFL-REGION-OK           VALUE '00'.
019600
019700 77  RFL-PUBLISH-STATUS          PIC X(02).
019800     88  RFL-PUBLISH-OK          VALUE '00'.
019900
020000 77  RFL-PRINT-STATUS            PIC X(02).
020100     88  RFL-PRINT-OK            VALUE '00'.
020200
020300 77  RFL-STATS-STATUS            PIC X(02).
020400     88  RFL-STATS-OK            VALUE '00'.
020500     88  RFL-STATS-NOT-FOUND     VALUE '35'.
020510
020520 77  RFL-FILE-LIST-STATUS        PIC X(02).
020530     88  RFL-FILE-LIST-OK        VALUE '00'.
020540     88  RFL-FILE-LIST-NOT-FOUND VALUE '35'.
020550
020560 77  RFL-PUBLISH-LOG-STATUS      PIC X(02).
020570     88  RFL-PUBLISH-LOG-OK      VALUE '00'.
020580     88  RFL-PUBLISH-LOG-NOT-FOUND
020590                                 VALUE '35'.
020600
020700 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
020800     88  RFL-NO-MORE-ARGS        VALUE 'N'.
020900
021000 77  RFL-MANIFEST-EOF-SW         PIC X(01) VALUE 'N'.
021100     88  RFL-MANIFEST-AT-END     VALUE 'Y'.
021200
021300 77  RFL-REPORT-EOF-SW           PIC X(01) VALUE 'N'.
021400     88  RFL-REPORT-AT-END       VALUE 'Y'.
021500
021600 77  RFL-SEAL-RESULT-EOF-SW      PIC X(01) VALUE 'N'.
021700     88  RFL-SEAL-RESULT-AT-END  VALUE 'Y'.
021800
021900 77  RFL-DISPUTE-EOF-SW          PIC X(01) VALUE 'N'.
022000     88  RFL-DISPUTE-AT-END      VALUE 'Y'.
022100
022200 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
022300     88  RFL-ANY-FAILURE         VALUE 'Y'.
022400
022500 77  RFL-ATTENTION-SW            PIC X(01) VALUE 'N'.
022600     88  RFL-NEEDS-ATTENTION     VALUE 'Y'.
022700
022800 77  RFL-CONTROLS-LOADED-SW      PIC X(01) VALUE 'N'.
022900     88  RFL-CONTROLS-LOADED     VALUE 'Y'.
023000
023100 77  RFL-REGION-OPEN-SW          PIC X(01) VALUE 'N'.
023200     88  RFL-REGION-IS-OPEN      VALUE 'Y'.
023300
023400 77  RFL-PRINT-OPEN-SW           PIC X(01) VALUE 'N'.
023500     88  RFL-PRINT-IS-OPEN       VALUE 'Y'.
023600
023700 77  RFL-PAGE-WRITTEN-SW         PIC X(01) VALUE 'N'.
023800     88  RFL-PAGE-WRITTEN        VALUE 'Y'.
023900
024000 77  RFL-WITHHELD-SW             PIC X(01) VALUE 'N'.
024100     88  RFL-DRAW-WITHHELD       VALUE 'Y'.
024200
024300 77  RFL-FOUND-SW                PIC X(01) VALUE 'N'.
024400     88  RFL-ENTRY-FOUND         VALUE 'Y'.
024500
024600 77  RFL-REPLACED-SW             PIC X(01) VALUE 'N'.
024700     88  RFL-WINNER-REPLACED     VALUE 'Y'.
024800
024900 77  RFL-REPLACEMENT-SW          PIC X(01) VALUE 'N'.
025000     88  RFL-WINNER-REPLACEMENT  VALUE 'Y'.
025100
025200 77  RFL-ANY-REPLACEMENT-SW      PIC X(01) VALUE 'N'.
025300     88  RFL-ANY-REPLACEMENT     VALUE 'Y'.
025400
025500 77  RFL-RDL-EOF-SW              PIC X(01) VALUE 'N'.
025600     88  RFL-RDL-AT-END          VALUE 'Y'.
025700
025800 77  RFL-RDL-LOAD-FAIL-SW        PIC X(01) VALUE 'N'.
025900     88  RFL-RDL-LOAD-FAIL       VALUE 'Y'.
025905
025910 77  RFL-FILE-LIST-EOF-SW        PIC X(01) VALUE 'N'.
025915     88  RFL-FILE-LIST-AT-END    VALUE 'Y'.
025920
025925 77  RFL-PUBLISH-LOG-EOF-SW      PIC X(01) VALUE 'N'.
025930     88  RFL-PUBLISH-LOG-AT-END  VALUE 'Y'.
025935
025940 77  RFL-MEMBER-SW               PIC X(01) VALUE 'N'.
025945     88  RFL-DRAW-MEMBER         VALUE 'Y'.
025950
025955 77  RFL-REPUBLISH-SW            PIC X(01) VALUE 'N'.
025960     88  RFL-REPUBLISHING        VALUE 'Y'.
025965
025970 77  RFL-ALL-REPUBLISHED-SW      PIC X(01) VALUE 'N'.
025975     88  RFL-ALL-REPUBLISHED     VALUE 'Y'.
025976
025977 77  RFL-PUB-STARTED-SW          PIC X(01) VALUE 'N'.
025978     88  RFL-PUB-STARTED         VALUE 'Y'.
025980
025985 77  RFL-EARLIER-LINK-SW         PIC X(01) VALUE 'N'.
025990     88  RFL-EARLIER-LINK        VALUE 'Y'.
026000
026100*----------------------------------------------------------------*
026200*    SEAL RESULTS - the last result RFLSEL01 filed for each      *
026300*    raffle file (RFLSRS.CPY).  A later line for a file replaces *
026400*    an earlier one.                                             *
026500*----------------------------------------------------------------*
026600 77  RFL-SRT-COUNT               PIC 9(04) COMP VALUE ZERO.
026700 77  RFL-MAX-SRT                 PIC 9(04) COMP VALUE 500.
026800 77  RFL-SRT-SUB                 PIC 9(04) COMP VALUE ZERO.
026900 77  RFL-SRT-HIT                 PIC 9(04) COMP VALUE ZERO.
027000 77  RFL-SEAL-RESULT-LINES       PIC 9(07) COMP VALUE ZERO.
027100 01  RFL-SEAL-RESULT-TABLE.
027200     05  RFL-SRT-ENTRY           OCCURS 500 TIMES.
027300         10  RFL-SRT-FILE        PIC X(50).
027400         10  RFL-SRT-VERDICT     PIC X(01).
027500             88  RFL-SRT-PASSED  VALUE 'P'.
027600         10  RFL-SRT-RESULT      PIC X(20).
027700         10  RFL-SRT-RECORDS     PIC 9(07).
027800
027900*----------------------------------------------------------------*
028000*    OPEN DISPUTES - the raffle files and draw dates Promotions  *
028100*    has listed as under dispute.  A blank date covers every     *
028200*    draw of the file.                                           *
028300*----------------------------------------------------------------*
028400 77  RFL-DST-COUNT               PIC 9(04) COMP VALUE ZERO.
028500 77  RFL-MAX-DST                 PIC 9(04) COMP VALUE 200.
028600 77  RFL-DST-SUB                 PIC 9(04) COMP VALUE ZERO.
028700 01  RFL-DISPUTE-TABLE.
028800     05  RFL-DST-ENTRY           OCCURS 200 TIMES.
028900         10  RFL-DST-FILE        PIC X(50).
029000         10  RFL-DST-DATE        PIC X(08).
029100
029102*----------------------------------------------------------------*
029104*    PUBLICATION LOG - the .RDL links each raffle file's         *
029106*    publications have covered, off RFL.PUBLISH.LOG.  A later    *
029108*    line for a file replaces an earlier one.  A 'P' line is a   *
029110*    draw published; an 'L' line marks the links covered without *
029112*    publishing - a file new to the log, or every redrawn draw   *
029114*    republished.                                                *
029116*----------------------------------------------------------------*
029118 01  RFL-PUBLOG-LINE.
029120     05  RFL-PBL-RAFFLE-FILE     PIC X(50).
029122     05  RFL-PBL-ENTRY-TYPE      PIC X(01).
029124         88  RFL-PBL-DRAW-PUBLISHED
029126                                 VALUE 'P'.
029128         88  RFL-PBL-LINKS-COVERED
029130                                 VALUE 'L'.
029132     05  RFL-PBL-DRAW-DATE       PIC 9(08).
029134     05  RFL-PBL-LINKS           PIC 9(03).
029136     05  RFL-PBL-LINKS-X REDEFINES RFL-PBL-LINKS
029138                                 PIC X(03).
029140     05  RFL-PBL-RUN-ID          PIC 9(08).
029142     05  RFL-PBL-STAMP-DATE      PIC 9(08).
029144     05  RFL-PBL-STAMP-TIME      PIC 9(08).
029146     05  FILLER                  PIC X(14).
029148
029150 77  RFL-PLT-COUNT               PIC 9(04) COMP VALUE ZERO.
029152 77  RFL-MAX-PLT                 PIC 9(04) COMP VALUE 500.
029154 77  RFL-PLT-SUB                 PIC 9(04) COMP VALUE ZERO.
029156 77  RFL-PLT-HIT                 PIC 9(04) COMP VALUE ZERO.
029158 01  RFL-PUBLISH-LOG-TABLE.
029160     05  RFL-PLT-ENTRY           OCCURS 500 TIMES.
029162         10  RFL-PLT-FILE        PIC X(50).
029164         10  RFL-PLT-LINKS       PIC 9(03).
029166         10  RFL-PLT-LOGGED      PIC X(01).
029168             88  RFL-PLT-ON-LOG  VALUE 'Y'.
029170         10  RFL-PLT-DRAWN       PIC X(01).
029172             88  RFL-PLT-DRAWN-TONIGHT
029174                                 VALUE 'Y'.
029176
029200*----------------------------------------------------------------*
029300*    REDRAW-LINK WORK AREAS - the FILE-NAME.RDL lines the raffle *
029400*    step writes for each REDRAW=, loaded back as a table (same  *
029500*    layout as the raffler's).  A link's old side is the         *
029600*    original draw's stamp and the winner it replaced; its new   *
029700*    side is the replacement's stamp and ID.                     *
029800*----------------------------------------------------------------*
029900 77  RFL-RDL-LINK-COUNT          PIC 9(03) COMP VALUE ZERO.
030000 77  RFL-MAX-RDL-LINKS           PIC 9(03) COMP VALUE 100.
030100 77  RFL-RDL-SUB                 PIC 9(03) COMP VALUE ZERO.
030200 77  RFL-ORIGIN-DATE             PIC 9(08) VALUE ZERO.
030300 77  RFL-ORIGIN-TIME             PIC 9(08) VALUE ZERO.
030310 77  RFL-LINKS-COVERED           PIC 9(03) COMP VALUE ZERO.
030320 77  RFL-LINKS-NOW               PIC 9(03) COMP VALUE ZERO.
030330 77  RFL-FIRST-NEW-LINK          PIC 9(03) COMP VALUE ZERO.
030340 77  RFL-NEW-LINK-SUB            PIC 9(03) COMP VALUE ZERO.
030350 77  RFL-EARLIER-SUB             PIC 9(03) COMP VALUE ZERO.
030400 01  RFL-RDL-LINK-TABLE.
030500     05  RFL-RDL-LINK-ENTRY      OCCURS 100 TIMES.
030600         10  RFL-RDLT-RANK       PIC 9(02).
030700         10  RFL-RDLT-OLD-DATE   PIC 9(08).
030800         10  RFL-RDLT-OLD-TIME   PIC 9(08).
030900         10  RFL-RDLT-OLD-ID     PIC X(10).
031000         10  RFL-RDLT-NEW-ID     PIC X(10).
031100         10  RFL-RDLT-NEW-DATE   PIC 9(08).
031200         10  RFL-RDLT-NEW-TIME   PIC 9(08).
031300
031400 01  RFL-RDL-PARSE.
031500     05  FILLER                  PIC X(12).
031600     05  RFL-RDP-RANK            PIC 9(02).
031700     05  RFL-RDP-RANK-X REDEFINES RFL-RDP-RANK
031800                                 PIC X(02).
031900     05  FILLER                  PIC X(09).
032000     05  RFL-RDP-OLD-DATE        PIC 9(08).
032100     05  RFL-RDP-OLD-DATE-X REDEFINES RFL-RDP-OLD-DATE
032200                                 PIC X(08).
032300     05  FILLER                  PIC X(01).
032400     05  RFL-RDP-OLD-TIME        PIC 9(08).
032500     05  RFL-RDP-OLD-TIME-X REDEFINES RFL-RDP-OLD-TIME
032600                                 PIC X(08).
032700     05  FILLER                  PIC X(10).
032800     05  RFL-RDP-OLD-ID          PIC X(10).
032900     05  FILLER                  PIC X(06).
033000     05  RFL-RDP-NEW-ID          PIC X(10).
033100     05  FILLER                  PIC X(07).
033200     05  RFL-RDP-NEW-DATE        PIC 9(08).
033300     05  RFL-RDP-NEW-DATE-X REDEFINES RFL-RDP-NEW-DATE
033400                                 PIC X(08).
033500     05  FILLER                  PIC X(01).
033600     05  RFL-RDP-NEW-TIME        PIC 9(08).
033700     05  RFL-RDP-NEW-TIME-X REDEFINES RFL-RDP-NEW-TIME
033800                                 PIC X(08).
033900
034000*----------------------------------------------------------------*
034100*    WINNERS OF THE DRAW BEING PUBLISHED - collected off the     *
034200*    .RPT so they can be listed in prize-rank order,             *
034300*    replacements next to the rank they fill.                    *
034400*----------------------------------------------------------------*
034500 77  RFL-WIN-COUNT               PIC 9(03) COMP VALUE ZERO.
034600 77  RFL-MAX-WINS                PIC 9(03) COMP VALUE 200.
034700 77  RFL-WIN-SUB                 PIC 9(03) COMP VALUE ZERO.
034800 77  RFL-RANK-SUB                PIC 9(03) COMP VALUE ZERO.
034900 01  RFL-WINNER-TABLE.
035000     05  RFL-WIN-ENTRY           OCCURS 200 TIMES.
035100         10  RFL-WIN-RANK        PIC 9(02).
035200         10  RFL-WIN-PRIZE       PIC X(30).
035300         10  RFL-WIN-REGION      PIC X(04).
035400         10  RFL-WIN-NAME        PIC X(30).
035500         10  RFL-WIN-REPLACEMENT PIC X(01).
035600             88  RFL-WIN-IS-REPLACEMENT
035700                                 VALUE 'Y'.
035800
035900*----------------------------------------------------------------*
036000*    PUBLICATION COUNTERS                                        *
036100*----------------------------------------------------------------*
036200 77  RFL-FILE-COUNT              PIC 9(07) COMP VALUE ZERO.
036300 77  RFL-DRAWN-FILE-COUNT        PIC 9(07) COMP VALUE ZERO.
036400 77  RFL-PUBLISHED-COUNT         PIC 9(07) COMP VALUE ZERO.
036500 77  RFL-WITHHELD-COUNT          PIC 9(07) COMP VALUE ZERO.
036600 77  RFL-WINNER-TOTAL            PIC 9(07) COMP VALUE ZERO.
036700 77  RFL-REPLACED-TOTAL          PIC 9(07) COMP VALUE ZERO.
036800 77  RFL-HELD-TOTAL              PIC 9(07) COMP VALUE ZERO.
036900 77  RFL-RECORD-TOTAL            PIC 9(09) COMP VALUE ZERO.
037000 77  RFL-FILE-RECORD-COUNT       PIC 9(07) COMP VALUE ZERO.
037100 77  RFL-FILE-DRAW-COUNT         PIC 9(07) COMP VALUE ZERO.
037200 77  RFL-FILE-UNCHECKED-COUNT    PIC 9(07) COMP VALUE ZERO.
037300 77  RFL-FILE-REPLACED-COUNT     PIC 9(07) COMP VALUE ZERO.
037400 77  RFL-SEALED-RECORDS          PIC 9(07) COMP VALUE ZERO.
037410 77  RFL-LISTED-FILE-COUNT       PIC 9(07) COMP VALUE ZERO.
037420 77  RFL-REPUBLISHED-COUNT       PIC 9(07) COMP VALUE ZERO.
037500 01  RFL-WITHHOLD-REASON         PIC X(30) VALUE SPACES.
037600
037700*----------------------------------------------------------------*
037800*    WINNER-NAME MASKING - the first name and the initial of the *
037900*    surname's last word, so DE VRIES shows as V.  A name with a *
038000*    comma is taken as SURNAME, FIRST NAMES.                     *
038100*----------------------------------------------------------------*
038200 77  RFL-MASK-SUB                PIC 9(03) COMP VALUE ZERO.
038300 77  RFL-MASK-LIMIT              PIC 9(03) COMP VALUE ZERO.
038400 77  RFL-COMMA-COUNT             PIC 9(03) COMP VALUE ZERO.
038500 77  RFL-WORD-COUNT              PIC 9(03) COMP VALUE ZERO.
038600 77  RFL-FIRST-WORD-START        PIC 9(03) COMP VALUE ZERO.
038700 77  RFL-FIRST-WORD-END          PIC 9(03) COMP VALUE ZERO.
038800 77  RFL-FIRST-WORD-LENGTH       PIC 9(03) COMP VALUE ZERO.
038900 77  RFL-LAST-WORD-START         PIC 9(03) COMP VALUE ZERO.
039000 77  RFL-IN-WORD-SW              PIC X(01) VALUE 'N'.
039100     88  RFL-IN-WORD             VALUE 'Y'.
039200 01  RFL-MASK-WORK               PIC X(30).
039300 01  RFL-FIRST-NAME              PIC X(30).
039400 01  RFL-SURNAME-INITIAL         PIC X(01).
039500 01  RFL-MASKED-NAME             PIC X(30).
039600
039700*----------------------------------------------------------------*
039800*    OUTPUT LINE WORK AREAS - the .PUB heading and the           *
039900*    notice-board page lines.                                    *
040000*----------------------------------------------------------------*
040100 01  RFL-DATE-WORK               PIC 9(08) VALUE ZERO.
040200 01  RFL-DATE-PARTS REDEFINES RFL-DATE-WORK.
040300     05  RFL-DTW-YEAR            PIC 9(04).
040400     05  RFL-DTW-MONTH           PIC 9(02).
040500     05  RFL-DTW-DAY             PIC 9(02).
040600 01  RFL-DATE-EDIT.
040700     05  RFL-DTE-YEAR            PIC 9(04).
040800     05  FILLER                  PIC X(01) VALUE '-'.
040900     05  RFL-DTE-MONTH           PIC 9(02).
041000     05  FILLER                  PIC X(01) VALUE '-'.
041100     05  RFL-DTE-DAY             PIC 9(02).
041200 01  RFL-RANK-EDIT               PIC 9(02).
041300 01  RFL-REGION-TEXT             PIC X(30).
041400 01  RFL-PRIZE-TEXT              PIC X(30).
041500 01  RFL-REPLACEMENT-FLAG        PIC X(01).
041600
041700 01  RFL-PUBLISH-HEADING.
041800     05  FILLER                  PIC X(28) VALUE
041900         'RAFFLE;DRAW DATE;PRIZE RANK;'.
042000     05  FILLER                  PIC X(32) VALUE
042100         'PRIZE;REGION;WINNER;REPLACEMENT'.
042200
042210
042220 01  RFL-SEPARATOR-LINE.
042230     05  FILLER                  PIC X(02) VALUE SPACES.
042240     05  FILLER                  PIC X(100) VALUE ALL '='.
042300 01  RFL-TITLE-LINE.
042400     05  FILLER                  PIC X(02) VALUE SPACES.
042500     05  FILLER                  PIC X(29) VALUE
042600         'DOMCODE RAFFLE - DRAW RESULTS'.
042700
042800 01  RFL-RAFFLE-LINE.
042900     05  FILLER                  PIC X(13) VALUE
043000         '  RAFFLE'.
043100     05  RFL-RFL-RAFFLE          PIC X(50).
043200
043300 01  RFL-DRAW-DATE-LINE.
043400     05  FILLER                  PIC X(13) VALUE
043500         '  DRAW DATE'.
043600     05  RFL-DDL-DATE            PIC X(10).
043610
043620 01  RFL-REPUBLISH-LINE.
043630     05  FILLER                  PIC X(13) VALUE
043640         '  NOTE'.
043650     05  FILLER                  PIC X(45) VALUE
043660         'REPUBLISHED - A PRIZE OF THIS DRAW WAS DRAWN '.
043670     05  FILLER                  PIC X(05) VALUE
043680         'AGAIN'.
043700
043800 01  RFL-HEAD-LINE.
043900     05  FILLER                  PIC X(41) VALUE
044000         '  PRIZE  DESCRIPTION'.
044100     05  FILLER                  PIC X(32) VALUE
044200         'REGION'.
044300     05  FILLER                  PIC X(06) VALUE
044400         'WINNER'.
044500
044600 01  RFL-UNDERLINE-LINE.
044700     05  FILLER                  PIC X(09) VALUE
044800         '  -----'.
044900     05  FILLER                  PIC X(30) VALUE ALL '-'.
045000     05  FILLER                  PIC X(02) VALUE SPACES.
045100     05  FILLER                  PIC X(30) VALUE ALL '-'.
045200     05  FILLER                  PIC X(02) VALUE SPACES.
045300     05  FILLER                  PIC X(30) VALUE ALL '-'.
045400
045500 01  RFL-DETAIL-LINE.
045600     05  FILLER                  PIC X(04) VALUE SPACES.
045700     05  RFL-DTL-RANK            PIC Z9.
045800     05  FILLER                  PIC X(03) VALUE SPACES.
045900     05  RFL-DTL-PRIZE           PIC X(30).
046000     05  FILLER                  PIC X(02) VALUE SPACES.
046100     05  RFL-DTL-REGION          PIC X(30).
046200     05  FILLER                  PIC X(02) VALUE SPACES.
046300     05  RFL-DTL-WINNER          PIC X(30).
046400     05  FILLER                  PIC X(01) VALUE SPACE.
046500     05  RFL-DTL-MARK            PIC X(01).
046600
046700 01  RFL-FOOTNOTE-LINE.
046800     05  FILLER                  PIC X(44) VALUE
046900         '  * REPLACEMENT WINNER - THE PRIZE WAS DRAWN'.
047000     05  FILLER                  PIC X(01) VALUE SPACE.
047100     05  FILLER                  PIC X(44) VALUE
047200         'AGAIN AND THIS WINNER REPLACES THE FIRST ONE'.
047300 01  RFL-PRIVACY-LINE.
047400     05  FILLER                  PIC X(38) VALUE
047500         '  WINNERS ARE SHOWN BY FIRST NAME AND '.
047600     05  FILLER                  PIC X(16) VALUE
047700         'SURNAME INITIAL.'.
047800
047900*----------------------------------------------------------------*
048000*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
048100*----------------------------------------------------------------*
048200     COPY RFLSTA.CPY.
048300
048400 PROCEDURE DIVISION.
048500*****************************************************************
048600*  0000-MAINLINE                                                *
048700*****************************************************************
048800 0000-MAINLINE.
048900     DISPLAY 'RFLPUB01 - DRAW-RESULTS PUBLICATION'.
049000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
049100     IF RFL-MANIFEST-NAME = SPACES
049200         DISPLAY 'NO MANIFEST SUPPLIED' UPON SYSERR
049300         MOVE 'Y' TO RFL-ATTENTION-SW
049400     ELSE
049500         PERFORM 2000-LOAD-CONTROLS THRU 2000-LOAD-CONTROLS-EXIT
049600         IF RFL-CONTROLS-LOADED
049700             PERFORM 3000-PUBLISH-MANIFEST
049800                 THRU 3000-PUBLISH-MANIFEST-EXIT
049900             PERFORM 3900-CLOSE-CONTROLS
050000                 THRU 3900-CLOSE-CONTROLS-EXIT
050100         END-IF
050200     END-IF.
050300     IF RFL-ANY-FAILURE
050400         MOVE 8 TO RETURN-CODE
050500     ELSE
050600         IF RFL-NEEDS-ATTENTION
050700             MOVE 4 TO RETURN-CODE
050800         END-IF
050900     END-IF.
051000     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
051100     STOP RUN.
051200
051300*****************************************************************
051400*  1000-INITIALIZE - pick up the MANIFEST= list of raffle files, *
051500*                    DRAWDATE= when the draws of another date    *
051600*                    are to be published, the FILES= list the    *
051700*                    republish pass reads, the RESULTS=,         *
051800*                    DISPUTES=, PRINT=, REGFILE= and PUBLOG=     *
051900*                    file overrides, and the run-statistics      *
052000*                    RUNID= and STATS= arguments.  The           *
052050*                    publication date defaults to the run ID.    *
052100*****************************************************************
052200 1000-INITIALIZE.
052300     MOVE SPACES TO RFL-MANIFEST-NAME.
052400     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
052500     PERFORM 1010-GET-ONE-ARGUMENT
052600         THRU 1010-GET-ONE-ARGUMENT-EXIT
052700         UNTIL RFL-NO-MORE-ARGS.
052800     IF RFL-PUBLISH-DATE = ZERO
052900         MOVE RFL-STATS-RUN-ID TO RFL-PUBLISH-DATE
053000     END-IF.
053100     DISPLAY 'PUBLISHING THE DRAWS OF ' RFL-PUBLISH-DATE.
053200 1000-INITIALIZE-EXIT.
053300     EXIT.
053400
053500 1010-GET-ONE-ARGUMENT.
053600     MOVE SPACES TO RFL-ARGUMENT.
053700     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
053800         ON EXCEPTION
053900             MOVE 'N' TO RFL-MORE-ARGS-SW
054000             GO TO 1010-GET-ONE-ARGUMENT-EXIT
054100     END-ACCEPT.
054200     IF RFL-ARGUMENT(1:9) = RFL-MANIFEST-TAG
054300         MOVE RFL-ARGUMENT(10:50) TO RFL-MANIFEST-NAME
054400         GO TO 1010-GET-ONE-ARGUMENT-EXIT
054500     END-IF.
054600     IF RFL-ARGUMENT(1:9) = RFL-DRAWDATE-TAG
054700         IF RFL-ARGUMENT(10:8) IS NUMERIC
054800         AND RFL-ARGUMENT(18:1) = SPACE
054900             MOVE RFL-ARGUMENT(10:8) TO RFL-PUBLISH-DATE-X
055000         ELSE
055100             DISPLAY 'BAD DRAW DATE IGNORED: ' RFL-ARGUMENT
055200                 UPON SYSERR
055300         END-IF
055400         GO TO 1010-GET-ONE-ARGUMENT-EXIT
055500     END-IF.
055600     IF RFL-ARGUMENT(1:8) = RFL-RESULTS-TAG
055700         MOVE RFL-ARGUMENT(9:50) TO RFL-SEAL-RESULT-FILE-NAME
055800         GO TO 1010-GET-ONE-ARGUMENT-EXIT
055900     END-IF.
056000     IF RFL-ARGUMENT(1:9) = RFL-DISPUTES-TAG
056100         MOVE RFL-ARGUMENT(10:50) TO RFL-DISPUTE-FILE-NAME
056200         GO TO 1010-GET-ONE-ARGUMENT-EXIT
056300     END-IF.
056400     IF RFL-ARGUMENT(1:6) = RFL-PRINT-TAG
056500         MOVE RFL-ARGUMENT(7:50) TO RFL-PRINT-FILE-NAME
056600         GO TO 1010-GET-ONE-ARGUMENT-EXIT
056700     END-IF.
056800     IF RFL-ARGUMENT(1:8) = RFL-REGFILE-TAG
056900         MOVE RFL-ARGUMENT(9:50) TO RFL-REGION-FILE-NAME
057000         GO TO 1010-GET-ONE-ARGUMENT-EXIT
057100     END-IF.
057200     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
057300         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
057400         GO TO 1010-GET-ONE-ARGUMENT-EXIT
057500     END-IF.
057600     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
057700         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
057800         GO TO 1010-GET-ONE-ARGUMENT-EXIT
057900     END-IF.
057910     IF RFL-ARGUMENT(1:6) = RFL-FILES-TAG
057920         MOVE RFL-ARGUMENT(7:50) TO RFL-FILE-LIST-NAME
057930         GO TO 1010-GET-ONE-ARGUMENT-EXIT
057940     END-IF.
057950     IF RFL-ARGUMENT(1:7) = RFL-PUBLOG-TAG
057960         MOVE RFL-ARGUMENT(8:50) TO RFL-PUBLISH-LOG-NAME
057970         GO TO 1010-GET-ONE-ARGUMENT-EXIT
057980     END-IF.
058000     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
058100         UPON SYSERR.
058200 1010-GET-ONE-ARGUMENT-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
058700*                    statistics under the night's run ID        *
058800*                    instead of today's date.  An operator      *
058900*                    rerunning the chain after midnight gives   *
059000*                    every step the crashed night's ID, as for  *
059100*                    the draw step, so the control report still *
059200*                    sees one night.                            *
059300*****************************************************************
059400 1020-SET-RUN-ID.
059500     IF RFL-ARGUMENT(7:8) IS NUMERIC
059600     AND RFL-ARGUMENT(15:1) = SPACE
059700         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
059800         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
059900     ELSE
060000         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
060100     END-IF.
060200 1020-SET-RUN-ID-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600*  2000-LOAD-CONTROLS - load the seal results, the open disputes *
060700*                       and the publication log and open the     *
060800*                       print file and the region master.  A     *
060900*                       seal-result, dispute or publication-log  *
061000*                       file that exists but cannot be read      *
061100*                       publishes nothing - guessing is how a    *
061200*                       disputed draw goes on the notice board.  *
061300*                       Without the region master the region     *
061400*                       code is published in place of its        *
061450*                       description.                             *
061500*****************************************************************
061600 2000-LOAD-CONTROLS.
061700     PERFORM 2100-LOAD-SEAL-RESULTS
061800         THRU 2100-LOAD-SEAL-RESULTS-EXIT.
061900     IF RFL-ANY-FAILURE
062000         GO TO 2000-LOAD-CONTROLS-EXIT
062100     END-IF.
062200     PERFORM 2200-LOAD-DISPUTES THRU 2200-LOAD-DISPUTES-EXIT.
062300     IF RFL-ANY-FAILURE
062400         GO TO 2000-LOAD-CONTROLS-EXIT
062500     END-IF.
062510     PERFORM 2300-LOAD-PUBLISH-LOG
062520         THRU 2300-LOAD-PUBLISH-LOG-EXIT.
062530     IF RFL-ANY-FAILURE
062540         GO TO 2000-LOAD-CONTROLS-EXIT
062550     END-IF.
062600     OPEN OUTPUT PRINT-FILE.
062700     IF NOT RFL-PRINT-OK
062800         DISPLAY 'CANNOT WRITE ' RFL-PRINT-FILE-NAME
062900             ' STATUS ' RFL-PRINT-STATUS UPON SYSERR
063000         MOVE 'Y' TO RFL-ANY-FAILURE-SW
063100         GO TO 2000-LOAD-CONTROLS-EXIT
063200     END-IF.
063300     MOVE 'Y' TO RFL-PRINT-OPEN-SW.
063400     OPEN INPUT REGION-FILE.
063500     IF RFL-REGION-OK
063600         MOVE 'Y' TO RFL-REGION-OPEN-SW
063700     ELSE
063800         DISPLAY 'REGION MASTER ' RFL-REGION-FILE-NAME
063900             ' NOT OPENED - STATUS ' RFL-REGION-STATUS
064000             ' - REGION CODES PUBLISHED' UPON SYSERR
064100     END-IF.
064200     MOVE 'Y' TO RFL-CONTROLS-LOADED-SW.
064300 2000-LOAD-CONTROLS-EXIT.
064400     EXIT.
064500
064600*****************************************************************
064700*  2100-LOAD-SEAL-RESULTS - keep the last seal result filed for  *
064800*                           each raffle file.  No seal-result    *
064900*                           file yet means no file has a         *
065000*                           verdict, and every draw is withheld. *
065100*****************************************************************
065200 2100-LOAD-SEAL-RESULTS.
065300     MOVE ZERO TO RFL-SRT-COUNT.
065400     MOVE 'N' TO RFL-SEAL-RESULT-EOF-SW.
065500     OPEN INPUT SEAL-RESULT-FILE.
065600     IF RFL-SEAL-RESULT-NOT-FOUND
065700         DISPLAY 'NO SEAL-RESULT FILE ' RFL-SEAL-RESULT-FILE-NAME
065800             ' - NO DRAW CAN BE PUBLISHED' UPON SYSERR
065900         GO TO 2100-LOAD-SEAL-RESULTS-EXIT
066000     END-IF.
066100     IF NOT RFL-SEAL-RESULT-OK
066200         DISPLAY 'CANNOT OPEN ' RFL-SEAL-RESULT-FILE-NAME
066300             ' STATUS ' RFL-SEAL-RESULT-STATUS UPON SYSERR
066400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
066500         GO TO 2100-LOAD-SEAL-RESULTS-EXIT
066600     END-IF.
066700     PERFORM 2110-LOAD-ONE-SEAL-RESULT
066800         THRU 2110-LOAD-ONE-SEAL-RESULT-EXIT
066900         UNTIL RFL-SEAL-RESULT-AT-END.
067000     CLOSE SEAL-RESULT-FILE.
067100 2100-LOAD-SEAL-RESULTS-EXIT.
067200     EXIT.
067300
067400 2110-LOAD-ONE-SEAL-RESULT.
067500     READ SEAL-RESULT-FILE
067600         AT END
067700             MOVE 'Y' TO RFL-SEAL-RESULT-EOF-SW
067800             GO TO 2110-LOAD-ONE-SEAL-RESULT-EXIT
067900     END-READ.
068000     IF RFL-SRS-RAFFLE-FILE = SPACES
068100         GO TO 2110-LOAD-ONE-SEAL-RESULT-EXIT
068200     END-IF.
068300     ADD 1 TO RFL-SEAL-RESULT-LINES.
068400     MOVE RFL-SRS-RAFFLE-FILE TO RFL-RAFFLE-FILE-NAME.
068500     PERFORM 8400-FIND-SEAL-RESULT
068600         THRU 8400-FIND-SEAL-RESULT-EXIT.
068700     IF NOT RFL-ENTRY-FOUND
068800         IF RFL-SRT-COUNT = RFL-MAX-SRT
068900             DISPLAY 'SEAL RESULTS FOR OVER ' RFL-MAX-SRT
069000                 ' FILES - ' RFL-SRS-RAFFLE-FILE ' NOT LOADED'
069100                 UPON SYSERR
069200             GO TO 2110-LOAD-ONE-SEAL-RESULT-EXIT
069300         END-IF
069400         ADD 1 TO RFL-SRT-COUNT
069500         MOVE RFL-SRT-COUNT TO RFL-SRT-HIT
069600         MOVE RFL-SRS-RAFFLE-FILE TO RFL-SRT-FILE(RFL-SRT-HIT)
069700     END-IF.
069800     MOVE RFL-SRS-VERDICT TO RFL-SRT-VERDICT(RFL-SRT-HIT).
069900     MOVE RFL-SRS-RESULT TO RFL-SRT-RESULT(RFL-SRT-HIT).
070000     IF RFL-SRS-RECORD-COUNT IS NUMERIC
070100         MOVE RFL-SRS-RECORD-COUNT TO RFL-SRT-RECORDS(RFL-SRT-HIT)
070200     ELSE
070300         MOVE 'F' TO RFL-SRT-VERDICT(RFL-SRT-HIT)
070400         MOVE ZERO TO RFL-SRT-RECORDS(RFL-SRT-HIT)
070500     END-IF.
070600 2110-LOAD-ONE-SEAL-RESULT-EXIT.
070700     EXIT.
070800
070900*****************************************************************
071000*  2200-LOAD-DISPUTES - load the open-dispute list.  No list     *
071100*                       means no open disputes.                  *
071200*****************************************************************
071300 2200-LOAD-DISPUTES.
071400     MOVE ZERO TO RFL-DST-COUNT.
071500     MOVE 'N' TO RFL-DISPUTE-EOF-SW.
071600     OPEN INPUT DISPUTE-FILE.
071700     IF RFL-DISPUTE-NOT-FOUND
071800         GO TO 2200-LOAD-DISPUTES-EXIT
071900     END-IF.
072000     IF NOT RFL-DISPUTE-OK
072100         DISPLAY 'CANNOT OPEN ' RFL-DISPUTE-FILE-NAME
072200             ' STATUS ' RFL-DISPUTE-STATUS UPON SYSERR
072300         MOVE 'Y' TO RFL-ANY-FAILURE-SW
072400         GO TO 2200-LOAD-DISPUTES-EXIT
072500     END-IF.
072600     PERFORM 2210-LOAD-ONE-DISPUTE
072700         THRU 2210-LOAD-ONE-DISPUTE-EXIT
072800         UNTIL RFL-DISPUTE-AT-END OR RFL-ANY-FAILURE.
072900     CLOSE DISPUTE-FILE.
073000     DISPLAY 'OPEN DISPUTES LISTED:   ' RFL-DST-COUNT.
073100 2200-LOAD-DISPUTES-EXIT.
073200     EXIT.
073300
073400 2210-LOAD-ONE-DISPUTE.
073500     READ DISPUTE-FILE
073600         AT END
073700             MOVE 'Y' TO RFL-DISPUTE-EOF-SW
073800             GO TO 2210-LOAD-ONE-DISPUTE-EXIT
073900     END-READ.
074000     IF RFL-DSP-RAFFLE-FILE = SPACES
074100         GO TO 2210-LOAD-ONE-DISPUTE-EXIT
074200     END-IF.
074300     IF RFL-DSP-DRAW-DATE NOT = SPACES
074400     AND RFL-DSP-DRAW-DATE IS NOT NUMERIC
074500         DISPLAY 'BAD DRAW DATE ON DISPUTE LINE - '
074600             RFL-DSP-RAFFLE-FILE ' WITHHELD ON EVERY DATE'
074700             UPON SYSERR
074800         MOVE SPACES TO RFL-DSP-DRAW-DATE
074900     END-IF.
075000     IF RFL-DST-COUNT = RFL-MAX-DST
075100         DISPLAY 'DISPUTE LIST OVER ' RFL-MAX-DST
075200             ' LINES - NOTHING PUBLISHED' UPON SYSERR
075300         MOVE 'Y' TO RFL-ANY-FAILURE-SW
075400         GO TO 2210-LOAD-ONE-DISPUTE-EXIT
075500     END-IF.
075600     ADD 1 TO RFL-DST-COUNT.
075700     MOVE RFL-DSP-RAFFLE-FILE TO RFL-DST-FILE(RFL-DST-COUNT).
075800     MOVE RFL-DSP-DRAW-DATE TO RFL-DST-DATE(RFL-DST-COUNT).
075900 2210-LOAD-ONE-DISPUTE-EXIT.
076000     EXIT.
076002
076004*****************************************************************
076006*  2300-LOAD-PUBLISH-LOG - keep the links the last publication   *
076008*                          of each raffle file covered.  No log  *
076010*                          yet means no file has been published. *
076012*****************************************************************
076014 2300-LOAD-PUBLISH-LOG.
076016     MOVE ZERO TO RFL-PLT-COUNT.
076018     MOVE 'N' TO RFL-PUBLISH-LOG-EOF-SW.
076020     OPEN INPUT PUBLISH-LOG-FILE.
076022     IF RFL-PUBLISH-LOG-NOT-FOUND
076024         GO TO 2300-LOAD-PUBLISH-LOG-EXIT
076026     END-IF.
076028     IF NOT RFL-PUBLISH-LOG-OK
076030         DISPLAY 'CANNOT OPEN ' RFL-PUBLISH-LOG-NAME
076032             ' STATUS ' RFL-PUBLISH-LOG-STATUS UPON SYSERR
076034         MOVE 'Y' TO RFL-ANY-FAILURE-SW
076036         GO TO 2300-LOAD-PUBLISH-LOG-EXIT
076038     END-IF.
076040     PERFORM 2310-LOAD-ONE-PUBLISH-LOG-LINE
076042         THRU 2310-LOAD-ONE-PUBLISH-LOG-LINE-EXIT
076044         UNTIL RFL-PUBLISH-LOG-AT-END.
076046     CLOSE PUBLISH-LOG-FILE.
076048 2300-LOAD-PUBLISH-LOG-EXIT.
076050     EXIT.
076052
076054 2310-LOAD-ONE-PUBLISH-LOG-LINE.
076056     READ PUBLISH-LOG-FILE INTO RFL-PUBLOG-LINE
076058         AT END
076060             MOVE 'Y' TO RFL-PUBLISH-LOG-EOF-SW
076062             GO TO 2310-LOAD-ONE-PUBLISH-LOG-LINE-EXIT
076064     END-READ.
076066     IF RFL-PBL-RAFFLE-FILE = SPACES
076068         GO TO 2310-LOAD-ONE-PUBLISH-LOG-LINE-EXIT
076070     END-IF.
076072     IF RFL-PBL-LINKS-X NOT NUMERIC
076074         DISPLAY 'MALFORMED PUBLICATION LOG LINE IGNORED - '
076076             RFL-PBL-RAFFLE-FILE UPON SYSERR
076078         GO TO 2310-LOAD-ONE-PUBLISH-LOG-LINE-EXIT
076080     END-IF.
076082     MOVE RFL-PBL-RAFFLE-FILE TO RFL-RAFFLE-FILE-NAME.
076084     PERFORM 8650-KEEP-PUBLISH-LOG-ENTRY
076086         THRU 8650-KEEP-PUBLISH-LOG-ENTRY-EXIT.
076088     IF RFL-ENTRY-FOUND
076090         MOVE RFL-PBL-LINKS TO RFL-PLT-LINKS(RFL-PLT-HIT)
076092         MOVE 'Y' TO RFL-PLT-LOGGED(RFL-PLT-HIT)
076094     END-IF.
076096 2310-LOAD-ONE-PUBLISH-LOG-LINE-EXIT.
076098     EXIT.
076100
076200*****************************************************************
076300*  3000-PUBLISH-MANIFEST - publish each raffle file on the       *
076400*                          manifest, then republish redrawn      *
076500*                          draws (4000).  A night with nothing   *
076600*                          published still prints a sheet that   *
076650*                          says so.                              *
076700*****************************************************************
076800 3000-PUBLISH-MANIFEST.
076900     MOVE 'N' TO RFL-MANIFEST-EOF-SW.
077000     OPEN INPUT MANIFEST-FILE.
077100     IF NOT RFL-MANIFEST-OK
077200         DISPLAY 'CANNOT OPEN MANIFEST: ' RFL-MANIFEST-NAME
077300             ' STATUS ' RFL-MANIFEST-STATUS UPON SYSERR
077400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
077500         GO TO 3000-PUBLISH-MANIFEST-EXIT
077600     END-IF.
077700     PERFORM 3100-PUBLISH-ONE-LINE
077800         THRU 3100-PUBLISH-ONE-LINE-EXIT
077900         UNTIL RFL-MANIFEST-AT-END.
078000     CLOSE MANIFEST-FILE.
078010     PERFORM 4000-REPUBLISH-REDRAWS
078020         THRU 4000-REPUBLISH-REDRAWS-EXIT.
078100     IF NOT RFL-PAGE-WRITTEN
078110         MOVE RFL-SEPARATOR-LINE TO RFL-PRINT-RECORD
078120         WRITE RFL-PRINT-RECORD
078200         MOVE RFL-TITLE-LINE TO RFL-PRINT-RECORD
078300         WRITE RFL-PRINT-RECORD
078400         MOVE SPACES TO RFL-PRINT-RECORD
078500         WRITE RFL-PRINT-RECORD
078600         MOVE RFL-PUBLISH-DATE TO RFL-DATE-WORK
078700         PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT
078800         MOVE SPACES TO RFL-PRINT-RECORD
078900         STRING '  NO RESULTS TO PUBLISH FOR ' DELIMITED BY SIZE
079000             RFL-DATE-EDIT DELIMITED BY SIZE
079100             INTO RFL-PRINT-RECORD
079200         END-STRING
079300         WRITE RFL-PRINT-RECORD
079400     END-IF.
079500 3000-PUBLISH-MANIFEST-EXIT.
079600     EXIT.
079700
079800*****************************************************************
079900*  3100-PUBLISH-ONE-LINE - a manifest line names one raffle      *
080000*                          file.  Its draw of the publication    *
080100*                          date is published (3110) and its 'F'  *
080200*                          run-statistics record filed.  A file  *
080300*                          drawn tonight is noted so the         *
080400*                          republish pass leaves its .PUB alone, *
080500*                          and a published draw goes on the      *
080550*                          publication log.                      *
080600*****************************************************************
080700 3100-PUBLISH-ONE-LINE.
080800     READ MANIFEST-FILE
080900         AT END
081000             MOVE 'Y' TO RFL-MANIFEST-EOF-SW
081100             GO TO 3100-PUBLISH-ONE-LINE-EXIT
081200     END-READ.
081300     IF RFL-MANIFEST-RECORD = SPACES
081400         GO TO 3100-PUBLISH-ONE-LINE-EXIT
081500     END-IF.
081600     MOVE RFL-MANIFEST-RECORD TO RFL-RAFFLE-FILE-NAME.
081700     ADD 1 TO RFL-FILE-COUNT.
081704     PERFORM 3110-PUBLISH-DRAW THRU 3110-PUBLISH-DRAW-EXIT.
081708     PERFORM 3150-WRITE-FILE-STATS
081712         THRU 3150-WRITE-FILE-STATS-EXIT.
081716     IF RFL-FILE-DRAW-COUNT > ZERO OR RFL-DRAW-WITHHELD
081720         PERFORM 3160-NOTE-DRAWN-FILE
081724             THRU 3160-NOTE-DRAWN-FILE-EXIT
081728     END-IF.
081732 3100-PUBLISH-ONE-LINE-EXIT.
081736     EXIT.
081740
081744*****************************************************************
081748*  3110-PUBLISH-DRAW - publish RFL-RAFFLE-FILE-NAME's draw of    *
081752*                      RFL-PUBLISH-DATE.  A file not drawn on    *
081756*                      the date is left alone.  A drawn one is   *
081760*                      checked, its winners collected and its    *
081764*                      results written - or the draw is          *
081768*                      withheld.  The .RDL links are loaded      *
081772*                      first - they say which records belong to  *
081776*                      the draw.                                 *
081780*****************************************************************
081784 3110-PUBLISH-DRAW.
081800     MOVE ZERO TO RFL-WIN-COUNT.
081900     MOVE ZERO TO RFL-FILE-REPLACED-COUNT.
082000     MOVE 'N' TO RFL-WITHHELD-SW.
082100     MOVE SPACES TO RFL-WITHHOLD-REASON.
082200     MOVE SPACES TO RFL-REPORT-FILE-NAME.
082300     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
082400         '.RPT' DELIMITED BY SIZE
082500         INTO RFL-REPORT-FILE-NAME
082600     END-STRING.
082700     MOVE SPACES TO RFL-PUBLISH-FILE-NAME.
082800     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
082900         '.PUB' DELIMITED BY SIZE
083000         INTO RFL-PUBLISH-FILE-NAME
083100     END-STRING.
083200     PERFORM 8400-FIND-SEAL-RESULT
083300         THRU 8400-FIND-SEAL-RESULT-EXIT.
083400     IF RFL-ENTRY-FOUND
083500         MOVE RFL-SRT-RECORDS(RFL-SRT-HIT) TO RFL-SEALED-RECORDS
083600     ELSE
083700         MOVE ZERO TO RFL-SEALED-RECORDS
083800     END-IF.
083810     PERFORM 3500-LOAD-REDRAW-LINKS
083820         THRU 3500-LOAD-REDRAW-LINKS-EXIT.
083900     PERFORM 3200-SCAN-REPORT THRU 3200-SCAN-REPORT-EXIT.
084000     IF RFL-FILE-DRAW-COUNT = ZERO AND NOT RFL-DRAW-WITHHELD
084100         DISPLAY 'NOT DRAWN ON ' RFL-PUBLISH-DATE ': '
084200             RFL-RAFFLE-FILE-NAME
084300         GO TO 3110-PUBLISH-DRAW-EXIT
084400     END-IF.
084410     IF RFL-REPUBLISHING
084420         ADD 1 TO RFL-REPUBLISHED-COUNT
084430     ELSE
084440         ADD 1 TO RFL-DRAWN-FILE-COUNT
084450     END-IF.
084600     IF NOT RFL-DRAW-WITHHELD
084700         PERFORM 3300-CHECK-DRAW THRU 3300-CHECK-DRAW-EXIT
084800     END-IF.
084810     IF RFL-RDL-LOAD-FAIL AND NOT RFL-DRAW-WITHHELD
084820         MOVE 'Y' TO RFL-WITHHELD-SW
084830         MOVE 'REDRAW LOG NOT TRUSTED' TO RFL-WITHHOLD-REASON
084840     END-IF.
085300     IF NOT RFL-DRAW-WITHHELD
085400         PERFORM 3600-COLLECT-WINNERS
085500             THRU 3600-COLLECT-WINNERS-EXIT
085600     END-IF.
085700     IF RFL-DRAW-WITHHELD
085800         PERFORM 3800-WITHHOLD-DRAW THRU 3800-WITHHOLD-DRAW-EXIT
085900     ELSE
086000         PERFORM 3700-WRITE-RESULTS THRU 3700-WRITE-RESULTS-EXIT
086100     END-IF.
087600 3110-PUBLISH-DRAW-EXIT.
087700     EXIT.
087701
087702*****************************************************************
087703*  3150-WRITE-FILE-STATS - the file's 'F' run-statistics record  *
087704*                          for the draw in hand.                 *
087705*****************************************************************
087706 3150-WRITE-FILE-STATS.
087707     MOVE ZERO TO RFL-STA-COUNTS.
087708     MOVE 'F' TO RFL-STA-RECORD-TYPE.
087709     MOVE RFL-RAFFLE-FILE-NAME TO RFL-STA-RAFFLE-FILE.
087710     MOVE RFL-FILE-DRAW-COUNT TO RFL-STA-READ.
087711     MOVE RFL-FILE-REPLACED-COUNT TO RFL-STA-SKIPPED.
087712     IF RFL-DRAW-WITHHELD
087713         MOVE RFL-FILE-DRAW-COUNT TO RFL-STA-HELD
087714         MOVE 4 TO RFL-STA-RETURN-CODE
087715     ELSE
087716         MOVE RFL-WIN-COUNT TO RFL-STA-WRITTEN
087717         MOVE ZERO TO RFL-STA-RETURN-CODE
087718     END-IF.
087719     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
087720 3150-WRITE-FILE-STATS-EXIT.
087721     EXIT.
087722
087723*****************************************************************
087724*  3160-NOTE-DRAWN-FILE - mark the file drawn tonight, and put a *
087725*                         published draw on the publication log. *
087726*                         The line carries the links the file's  *
087727*                         last publication covered - links added *
087728*                         since are the republish pass's to      *
087729*                         cover.  A file new to the log covers   *
087730*                         the links it has now.                  *
087731*****************************************************************
087732 3160-NOTE-DRAWN-FILE.
087733     PERFORM 8650-KEEP-PUBLISH-LOG-ENTRY
087734         THRU 8650-KEEP-PUBLISH-LOG-ENTRY-EXIT.
087735     MOVE RFL-RDL-LINK-COUNT TO RFL-PBL-LINKS.
087736     IF RFL-ENTRY-FOUND
087737         MOVE 'Y' TO RFL-PLT-DRAWN(RFL-PLT-HIT)
087738         IF RFL-PLT-ON-LOG(RFL-PLT-HIT)
087739             MOVE RFL-PLT-LINKS(RFL-PLT-HIT) TO RFL-PBL-LINKS
087740         END-IF
087741     END-IF.
087742     IF RFL-DRAW-WITHHELD
087743         GO TO 3160-NOTE-DRAWN-FILE-EXIT
087744     END-IF.
087745     MOVE 'P' TO RFL-PBL-ENTRY-TYPE.
087746     MOVE RFL-PUBLISH-DATE TO RFL-PBL-DRAW-DATE.
087747     PERFORM 8700-WRITE-PUBLISH-LOG
087748         THRU 8700-WRITE-PUBLISH-LOG-EXIT.
087749 3160-NOTE-DRAWN-FILE-EXIT.
087750     EXIT.
087800
087900*****************************************************************
088000*  3200-SCAN-REPORT - count the .RPT records of the draw being   *
088100*                     published (8500), and how many of them lie *
088200*                     past the records the last seal check       *
088300*                     covered.                                   *
088400*****************************************************************
088500 3200-SCAN-REPORT.
088600     MOVE ZERO TO RFL-FILE-RECORD-COUNT.
088700     MOVE ZERO TO RFL-FILE-DRAW-COUNT.
088800     MOVE ZERO TO RFL-FILE-UNCHECKED-COUNT.
088900     MOVE 'N' TO RFL-REPORT-EOF-SW.
089000     OPEN INPUT REPORT-FILE.
089100     IF RFL-REPORT-NOT-FOUND
089200         GO TO 3200-SCAN-REPORT-EXIT
089300     END-IF.
089400     IF NOT RFL-REPORT-OK
089500         DISPLAY 'CANNOT OPEN ' RFL-REPORT-FILE-NAME
089600             ' STATUS ' RFL-REPORT-STATUS UPON SYSERR
089700         MOVE 'Y' TO RFL-ANY-FAILURE-SW
089800         MOVE 'Y' TO RFL-WITHHELD-SW
089900         MOVE 'REPORT FILE UNREADABLE' TO RFL-WITHHOLD-REASON
090000         GO TO 3200-SCAN-REPORT-EXIT
090100     END-IF.
090200     PERFORM 3210-SCAN-ONE-RECORD
090300         THRU 3210-SCAN-ONE-RECORD-EXIT
090400         UNTIL RFL-REPORT-AT-END.
090500     CLOSE REPORT-FILE.
090600     ADD RFL-FILE-RECORD-COUNT TO RFL-RECORD-TOTAL.
090700 3200-SCAN-REPORT-EXIT.
090800     EXIT.
090900
091000 3210-SCAN-ONE-RECORD.
091100     READ REPORT-FILE
091200         AT END
091300             MOVE 'Y' TO RFL-REPORT-EOF-SW
091400             GO TO 3210-SCAN-ONE-RECORD-EXIT
091500     END-READ.
091600     ADD 1 TO RFL-FILE-RECORD-COUNT.
091700     PERFORM 8500-CHECK-DRAW-MEMBER
091710         THRU 8500-CHECK-DRAW-MEMBER-EXIT.
091720     IF RFL-DRAW-MEMBER
091800         ADD 1 TO RFL-FILE-DRAW-COUNT
091900         IF RFL-FILE-RECORD-COUNT > RFL-SEALED-RECORDS
092000             ADD 1 TO RFL-FILE-UNCHECKED-COUNT
092100         END-IF
092200     END-IF.
092300 3210-SCAN-ONE-RECORD-EXIT.
092400     EXIT.
092500
092600*****************************************************************
092700*  3300-CHECK-DRAW - withhold the draw when it is under open     *
092800*                    dispute, when the file has no seal result   *
092900*                    or its last one failed, or when the draw    *
093000*                    has records the check did not cover.        *
093100*****************************************************************
093200 3300-CHECK-DRAW.
093300     PERFORM 3310-MATCH-ONE-DISPUTE
093400         THRU 3310-MATCH-ONE-DISPUTE-EXIT
093500         VARYING RFL-DST-SUB FROM 1 BY 1
093600         UNTIL RFL-DRAW-WITHHELD
093700             OR RFL-DST-SUB > RFL-DST-COUNT.
093800     IF RFL-DRAW-WITHHELD
093900         GO TO 3300-CHECK-DRAW-EXIT
094000     END-IF.
094100     PERFORM 8400-FIND-SEAL-RESULT
094200         THRU 8400-FIND-SEAL-RESULT-EXIT.
094300     IF NOT RFL-ENTRY-FOUND
094400         MOVE 'Y' TO RFL-WITHHELD-SW
094500         MOVE 'NO SEAL CHECK ON RECORD' TO RFL-WITHHOLD-REASON
094600         GO TO 3300-CHECK-DRAW-EXIT
094700     END-IF.
094800     IF NOT RFL-SRT-PASSED(RFL-SRT-HIT)
094900         MOVE 'Y' TO RFL-WITHHELD-SW
095000         MOVE SPACES TO RFL-WITHHOLD-REASON
095100         STRING 'SEAL CHECK - ' DELIMITED BY SIZE
095200             RFL-SRT-RESULT(RFL-SRT-HIT) DELIMITED BY SIZE
095300             INTO RFL-WITHHOLD-REASON
095400         END-STRING
095500         GO TO 3300-CHECK-DRAW-EXIT
095600     END-IF.
095700     IF RFL-FILE-UNCHECKED-COUNT > ZERO
095800         MOVE 'Y' TO RFL-WITHHELD-SW
095900         MOVE 'DRAWN SINCE THE SEAL CHECK' TO RFL-WITHHOLD-REASON
096000     END-IF.
096100 3300-CHECK-DRAW-EXIT.
096200     EXIT.
096300
096400 3310-MATCH-ONE-DISPUTE.
096500     IF RFL-DST-FILE(RFL-DST-SUB) = RFL-RAFFLE-FILE-NAME
096600         IF RFL-DST-DATE(RFL-DST-SUB) = SPACES
096700         OR RFL-DST-DATE(RFL-DST-SUB) = RFL-PUBLISH-DATE-X
096800             MOVE 'Y' TO RFL-WITHHELD-SW
096900             MOVE 'OPEN DISPUTE' TO RFL-WITHHOLD-REASON
097000         END-IF
097100     END-IF.
097200 3310-MATCH-ONE-DISPUTE-EXIT.
097300     EXIT.
097400
097500*****************************************************************
097600*  3500-LOAD-REDRAW-LINKS - load the FILE-NAME.RDL replacement   *
097700*                           chain.  No log means no redraw was   *
097800*                           ever run for the file.  A log that   *
097900*                           cannot be read or parsed sets        *
098000*                           RFL-RDL-LOAD-FAIL, and a draw of the *
098100*                           file is withheld - without the chain *
098130*                           a replaced winner could be           *
098160*                           published.                           *
098200*****************************************************************
098300 3500-LOAD-REDRAW-LINKS.
098400     MOVE ZERO TO RFL-RDL-LINK-COUNT.
098500     MOVE 'N' TO RFL-RDL-LOAD-FAIL-SW.
098600     MOVE 'N' TO RFL-RDL-EOF-SW.
098700     MOVE SPACES TO RFL-REDRAW-LOG-NAME.
098800     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
098900         '.RDL' DELIMITED BY SIZE
099000         INTO RFL-REDRAW-LOG-NAME
099100     END-STRING.
099200     OPEN INPUT REDRAW-LOG-FILE.
099300     IF RFL-REDRAW-LOG-NOT-FOUND
099400         GO TO 3500-LOAD-REDRAW-LINKS-EXIT
099500     END-IF.
099600     IF NOT RFL-REDRAW-LOG-OK
099700         DISPLAY 'CANNOT READ REDRAW LOG: '
099800             RFL-REDRAW-LOG-NAME
099900             ' STATUS ' RFL-REDRAW-LOG-STATUS UPON SYSERR
100000         MOVE 'Y' TO RFL-RDL-LOAD-FAIL-SW
100100     ELSE
100200         PERFORM 3510-LOAD-ONE-REDRAW-LINK
100300             THRU 3510-LOAD-ONE-REDRAW-LINK-EXIT
100400             UNTIL RFL-RDL-AT-END OR RFL-RDL-LOAD-FAIL
100500         CLOSE REDRAW-LOG-FILE
100600     END-IF.
101100 3500-LOAD-REDRAW-LINKS-EXIT.
101200     EXIT.
101300
101400 3510-LOAD-ONE-REDRAW-LINK.
101500     READ REDRAW-LOG-FILE
101600         AT END
101700             MOVE 'Y' TO RFL-RDL-EOF-SW
101800             GO TO 3510-LOAD-ONE-REDRAW-LINK-EXIT
101900     END-READ.
102000     IF RFL-REDRAW-LOG-RECORD = SPACES
102100         GO TO 3510-LOAD-ONE-REDRAW-LINK-EXIT
102200     END-IF.
102300     MOVE RFL-REDRAW-LOG-RECORD TO RFL-RDL-PARSE.
102400     IF RFL-RDP-RANK-X NOT NUMERIC
102500             OR RFL-RDP-OLD-DATE-X NOT NUMERIC
102600             OR RFL-RDP-OLD-TIME-X NOT NUMERIC
102700             OR RFL-RDP-NEW-DATE-X NOT NUMERIC
102800             OR RFL-RDP-NEW-TIME-X NOT NUMERIC
102900         DISPLAY 'MALFORMED REDRAW LOG LINE IN '
103000             RFL-REDRAW-LOG-NAME ' - CHAIN NOT TRUSTED'
103100             UPON SYSERR
103200         MOVE 'Y' TO RFL-RDL-LOAD-FAIL-SW
103300         GO TO 3510-LOAD-ONE-REDRAW-LINK-EXIT
103400     END-IF.
103500     IF RFL-RDL-LINK-COUNT = RFL-MAX-RDL-LINKS
103600         DISPLAY 'REDRAW LOG OVER ' RFL-MAX-RDL-LINKS
103700             ' LINES - CHAIN NOT TRUSTED' UPON SYSERR
103800         MOVE 'Y' TO RFL-RDL-LOAD-FAIL-SW
103900         GO TO 3510-LOAD-ONE-REDRAW-LINK-EXIT
104000     END-IF.
104100     ADD 1 TO RFL-RDL-LINK-COUNT.
104200     MOVE RFL-RDP-RANK
104300         TO RFL-RDLT-RANK(RFL-RDL-LINK-COUNT).
104400     MOVE RFL-RDP-OLD-DATE
104500         TO RFL-RDLT-OLD-DATE(RFL-RDL-LINK-COUNT).
104600     MOVE RFL-RDP-OLD-TIME
104700         TO RFL-RDLT-OLD-TIME(RFL-RDL-LINK-COUNT).
104800     MOVE RFL-RDP-OLD-ID
104900         TO RFL-RDLT-OLD-ID(RFL-RDL-LINK-COUNT).
105000     MOVE RFL-RDP-NEW-ID
105100         TO RFL-RDLT-NEW-ID(RFL-RDL-LINK-COUNT).
105200     MOVE RFL-RDP-NEW-DATE
105300         TO RFL-RDLT-NEW-DATE(RFL-RDL-LINK-COUNT).
105400     MOVE RFL-RDP-NEW-TIME
105500         TO RFL-RDLT-NEW-TIME(RFL-RDL-LINK-COUNT).
105600 3510-LOAD-ONE-REDRAW-LINK-EXIT.
105700     EXIT.
105800
105900*****************************************************************
106000*  3600-COLLECT-WINNERS - collect the winners of the draw being  *
106100*                         published (8500) - its own records and *
106200*                         any replacement whose link names it.   *
106300*                         A winner a later link replaced (the    *
106400*                         link's old side names the original     *
106500*                         draw and this winner) no longer holds  *
106600*                         the prize and is left out.             *
106800*****************************************************************
106900 3600-COLLECT-WINNERS.
107000     MOVE 'N' TO RFL-REPORT-EOF-SW.
107100     OPEN INPUT REPORT-FILE.
107200     IF NOT RFL-REPORT-OK
107300         DISPLAY 'CANNOT OPEN ' RFL-REPORT-FILE-NAME
107400             ' STATUS ' RFL-REPORT-STATUS UPON SYSERR
107500         MOVE 'Y' TO RFL-ANY-FAILURE-SW
107600         MOVE 'Y' TO RFL-WITHHELD-SW
107700         MOVE 'REPORT FILE UNREADABLE' TO RFL-WITHHOLD-REASON
107800         GO TO 3600-COLLECT-WINNERS-EXIT
107900     END-IF.
108000     PERFORM 3610-COLLECT-ONE-RECORD
108100         THRU 3610-COLLECT-ONE-RECORD-EXIT
108200         UNTIL RFL-REPORT-AT-END OR RFL-DRAW-WITHHELD.
108300     CLOSE REPORT-FILE.
108400 3600-COLLECT-WINNERS-EXIT.
108500     EXIT.
108600
108700 3610-COLLECT-ONE-RECORD.
108800     READ REPORT-FILE
108900         AT END
109000             MOVE 'Y' TO RFL-REPORT-EOF-SW
109100             GO TO 3610-COLLECT-ONE-RECORD-EXIT
109200     END-READ.
109210     PERFORM 8500-CHECK-DRAW-MEMBER
109220         THRU 8500-CHECK-DRAW-MEMBER-EXIT.
109230     IF NOT RFL-DRAW-MEMBER
109240         GO TO 3610-COLLECT-ONE-RECORD-EXIT
109250     END-IF.
110400     MOVE 'N' TO RFL-REPLACED-SW.
110500     PERFORM 3630-MATCH-OLD-HOLDER
110600         THRU 3630-MATCH-OLD-HOLDER-EXIT
110700         VARYING RFL-RDL-SUB FROM 1 BY 1
110800         UNTIL RFL-WINNER-REPLACED
110900             OR RFL-RDL-SUB > RFL-RDL-LINK-COUNT.
111000     IF RFL-WINNER-REPLACED
111100         ADD 1 TO RFL-FILE-REPLACED-COUNT
111200         GO TO 3610-COLLECT-ONE-RECORD-EXIT
111300     END-IF.
111400     IF RFL-WIN-COUNT = RFL-MAX-WINS
111500         DISPLAY 'OVER ' RFL-MAX-WINS ' WINNERS IN ONE DRAW - '
111600             RFL-RAFFLE-FILE-NAME UPON SYSERR
111700         MOVE 'Y' TO RFL-ANY-FAILURE-SW
111800         MOVE 'Y' TO RFL-WITHHELD-SW
111900         MOVE 'TOO MANY WINNERS TO PUBLISH' TO RFL-WITHHOLD-REASON
112000         GO TO 3610-COLLECT-ONE-RECORD-EXIT
112100     END-IF.
112200     ADD 1 TO RFL-WIN-COUNT.
112300     MOVE RFL-RPT-PRIZE-RANK TO RFL-WIN-RANK(RFL-WIN-COUNT).
112400     MOVE RFL-RPT-PRIZE-DESC TO RFL-WIN-PRIZE(RFL-WIN-COUNT).
112500     MOVE RFL-RPT-WINNER-REGION TO RFL-WIN-REGION(RFL-WIN-COUNT).
112600     MOVE RFL-RPT-WINNER-NAME TO RFL-WIN-NAME(RFL-WIN-COUNT).
112700     MOVE RFL-REPLACEMENT-SW
112800         TO RFL-WIN-REPLACEMENT(RFL-WIN-COUNT).
112900 3610-COLLECT-ONE-RECORD-EXIT.
113000     EXIT.
113100
113200 3620-MATCH-NEW-HOLDER.
113300     IF RFL-RDLT-NEW-DATE(RFL-RDL-SUB) = RFL-RPT-DRAW-DATE
113400     AND RFL-RDLT-NEW-TIME(RFL-RDL-SUB) = RFL-RPT-DRAW-TIME
113500     AND RFL-RDLT-NEW-ID(RFL-RDL-SUB) = RFL-RPT-WINNER-ID
113600     AND RFL-RDLT-RANK(RFL-RDL-SUB) = RFL-RPT-PRIZE-RANK
113700         MOVE 'Y' TO RFL-REPLACEMENT-SW
113800         MOVE RFL-RDLT-OLD-DATE(RFL-RDL-SUB) TO RFL-ORIGIN-DATE
113900         MOVE RFL-RDLT-OLD-TIME(RFL-RDL-SUB) TO RFL-ORIGIN-TIME
114000     END-IF.
114100 3620-MATCH-NEW-HOLDER-EXIT.
114200     EXIT.
114300
114400 3630-MATCH-OLD-HOLDER.
114500     IF RFL-RDLT-OLD-DATE(RFL-RDL-SUB) = RFL-ORIGIN-DATE
114600     AND RFL-RDLT-OLD-TIME(RFL-RDL-SUB) = RFL-ORIGIN-TIME
114700     AND RFL-RDLT-OLD-ID(RFL-RDL-SUB) = RFL-RPT-WINNER-ID
114800     AND RFL-RDLT-RANK(RFL-RDL-SUB) = RFL-RPT-PRIZE-RANK
114900         MOVE 'Y' TO RFL-REPLACED-SW
115000     END-IF.
115100 3630-MATCH-OLD-HOLDER-EXIT.
115200     EXIT.
115300
115400*****************************************************************
115500*  3700-WRITE-RESULTS - write the file's .PUB afresh and its     *
115600*                       page of the notice-board sheet, winners  *
115700*                       in prize-rank order.  In the republish   *
115720*                       pass the .PUB is started once a file - a *
115740*                       further draw of the file is appended     *
115760*                       under the same heading.                  *
115800*****************************************************************
115900 3700-WRITE-RESULTS.
116000     IF RFL-REPUBLISHING AND RFL-PUB-STARTED
116010         OPEN EXTEND PUBLISH-FILE
116020     ELSE
116030         OPEN OUTPUT PUBLISH-FILE
116040     END-IF.
116100     IF NOT RFL-PUBLISH-OK
116200         DISPLAY 'CANNOT WRITE ' RFL-PUBLISH-FILE-NAME
116300             ' STATUS ' RFL-PUBLISH-STATUS UPON SYSERR
116400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
116500         MOVE 'Y' TO RFL-WITHHELD-SW
116600         GO TO 3700-WRITE-RESULTS-EXIT
116700     END-IF.
116800     IF NOT (RFL-REPUBLISHING AND RFL-PUB-STARTED)
116900         MOVE RFL-PUBLISH-HEADING TO RFL-PUBLISH-RECORD
116910         WRITE RFL-PUBLISH-RECORD
116920     END-IF.
116930     IF RFL-REPUBLISHING
116940         MOVE 'Y' TO RFL-PUB-STARTED-SW
116950     END-IF.
117000     MOVE RFL-PUBLISH-DATE TO RFL-DATE-WORK.
117100     PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
117200     PERFORM 3710-PRINT-PAGE-HEADING
117300         THRU 3710-PRINT-PAGE-HEADING-EXIT.
117400     MOVE 'N' TO RFL-ANY-REPLACEMENT-SW.
117500     PERFORM 3720-WRITE-ONE-RANK
117600         THRU 3720-WRITE-ONE-RANK-EXIT
117700         VARYING RFL-RANK-SUB FROM 1 BY 1
117800         UNTIL RFL-RANK-SUB > 99.
117900     CLOSE PUBLISH-FILE.
118000     MOVE SPACES TO RFL-PRINT-RECORD.
118100     WRITE RFL-PRINT-RECORD.
118200     IF RFL-ANY-REPLACEMENT
118300         MOVE RFL-FOOTNOTE-LINE TO RFL-PRINT-RECORD
118400         WRITE RFL-PRINT-RECORD
118500     END-IF.
118600     MOVE RFL-PRIVACY-LINE TO RFL-PRINT-RECORD.
118700     WRITE RFL-PRINT-RECORD.
118800     ADD 1 TO RFL-PUBLISHED-COUNT.
118900     ADD RFL-WIN-COUNT TO RFL-WINNER-TOTAL.
119000     ADD RFL-FILE-REPLACED-COUNT TO RFL-REPLACED-TOTAL.
119100     DISPLAY 'PUBLISHED ' RFL-WIN-COUNT ' WINNER(S): '
119200         RFL-RAFFLE-FILE-NAME.
119300 3700-WRITE-RESULTS-EXIT.
119400     EXIT.
119500
119600*****************************************************************
119700*  3710-PRINT-PAGE-HEADING - each raffle's page of the sheet     *
119800*                            starts with a separator line and    *
119830*                            the title.  A republished draw says *
119860*                            so under its date.                  *
119900*****************************************************************
120000 3710-PRINT-PAGE-HEADING.
120010     MOVE RFL-SEPARATOR-LINE TO RFL-PRINT-RECORD.
120020     WRITE RFL-PRINT-RECORD.
120030     MOVE 'Y' TO RFL-PAGE-WRITTEN-SW.
120040     MOVE RFL-TITLE-LINE TO RFL-PRINT-RECORD.
120050     WRITE RFL-PRINT-RECORD.
120800     MOVE SPACES TO RFL-PRINT-RECORD.
120900     WRITE RFL-PRINT-RECORD.
121000     MOVE RFL-RAFFLE-FILE-NAME TO RFL-RFL-RAFFLE.
121100     MOVE RFL-RAFFLE-LINE TO RFL-PRINT-RECORD.
121200     WRITE RFL-PRINT-RECORD.
121300     MOVE RFL-DATE-EDIT TO RFL-DDL-DATE.
121400     MOVE RFL-DRAW-DATE-LINE TO RFL-PRINT-RECORD.
121500     WRITE RFL-PRINT-RECORD.
121510     IF RFL-REPUBLISHING
121520         MOVE RFL-REPUBLISH-LINE TO RFL-PRINT-RECORD
121530         WRITE RFL-PRINT-RECORD
121540     END-IF.
121600     MOVE SPACES TO RFL-PRINT-RECORD.
121700     WRITE RFL-PRINT-RECORD.
121800     MOVE RFL-HEAD-LINE TO RFL-PRINT-RECORD.
121900     WRITE RFL-PRINT-RECORD.
122000     MOVE RFL-UNDERLINE-LINE TO RFL-PRINT-RECORD.
122100     WRITE RFL-PRINT-RECORD.
122200 3710-PRINT-PAGE-HEADING-EXIT.
122300     EXIT.
122400
122500 3720-WRITE-ONE-RANK.
122600     PERFORM 3730-WRITE-ONE-WINNER
122700         THRU 3730-WRITE-ONE-WINNER-EXIT
122800         VARYING RFL-WIN-SUB FROM 1 BY 1
122900         UNTIL RFL-WIN-SUB > RFL-WIN-COUNT.
123000 3720-WRITE-ONE-RANK-EXIT.
123100     EXIT.
123200
123300*****************************************************************
123400*  3730-WRITE-ONE-WINNER - one winner of the rank in hand onto   *
123500*                          the .PUB and the sheet - masked name, *
123600*                          region description, a replacement     *
123700*                          marked.                               *
123800*****************************************************************
123900 3730-WRITE-ONE-WINNER.
124000     IF RFL-WIN-RANK(RFL-WIN-SUB) NOT = RFL-RANK-SUB
124100         GO TO 3730-WRITE-ONE-WINNER-EXIT
124200     END-IF.
124300     MOVE RFL-WIN-NAME(RFL-WIN-SUB) TO RFL-MASK-WORK.
124400     PERFORM 8100-MASK-WINNER-NAME
124500         THRU 8100-MASK-WINNER-NAME-EXIT.
124600     PERFORM 8200-LOOKUP-REGION THRU 8200-LOOKUP-REGION-EXIT.
124700     MOVE RFL-WIN-PRIZE(RFL-WIN-SUB) TO RFL-PRIZE-TEXT.
124800     INSPECT RFL-PRIZE-TEXT REPLACING ALL ';' BY ','.
124900     INSPECT RFL-REGION-TEXT REPLACING ALL ';' BY ','.
125000     INSPECT RFL-MASKED-NAME REPLACING ALL ';' BY ','.
125100     MOVE RFL-WIN-RANK(RFL-WIN-SUB) TO RFL-RANK-EDIT.
125200     IF RFL-WIN-IS-REPLACEMENT(RFL-WIN-SUB)
125300         MOVE 'Y' TO RFL-REPLACEMENT-FLAG
125400         MOVE 'Y' TO RFL-ANY-REPLACEMENT-SW
125500     ELSE
125600         MOVE 'N' TO RFL-REPLACEMENT-FLAG
125700     END-IF.
125800     MOVE SPACES TO RFL-PUBLISH-RECORD.
125900     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
126000         ';' DELIMITED BY SIZE
126100         RFL-DATE-EDIT DELIMITED BY SIZE
126200         ';' DELIMITED BY SIZE
126300         RFL-RANK-EDIT DELIMITED BY SIZE
126400         ';' DELIMITED BY SIZE
126500         RFL-PRIZE-TEXT DELIMITED BY '  '
126600         ';' DELIMITED BY SIZE
126700         RFL-REGION-TEXT DELIMITED BY '  '
126800         ';' DELIMITED BY SIZE
126900         RFL-MASKED-NAME DELIMITED BY '  '
127000         ';' DELIMITED BY SIZE
127100         RFL-REPLACEMENT-FLAG DELIMITED BY SIZE
127200         INTO RFL-PUBLISH-RECORD
127300     END-STRING.
127400     WRITE RFL-PUBLISH-RECORD.
127500     MOVE SPACES TO RFL-DETAIL-LINE.
127600     MOVE RFL-WIN-RANK(RFL-WIN-SUB) TO RFL-DTL-RANK.
127700     MOVE RFL-WIN-PRIZE(RFL-WIN-SUB) TO RFL-DTL-PRIZE.
127800     MOVE RFL-REGION-TEXT TO RFL-DTL-REGION.
127900     MOVE RFL-MASKED-NAME TO RFL-DTL-WINNER.
128000     IF RFL-WIN-IS-REPLACEMENT(RFL-WIN-SUB)
128100         MOVE '*' TO RFL-DTL-MARK
128200     END-IF.
128300     MOVE RFL-DETAIL-LINE TO RFL-PRINT-RECORD.
128400     WRITE RFL-PRINT-RECORD.
128500 3730-WRITE-ONE-WINNER-EXIT.
128600     EXIT.
128700
128800*****************************************************************
128900*  3800-WITHHOLD-DRAW - leave the draw out, say why on SYSERR,   *
129000*                       and empty the file's .PUB to its heading *
129100*                       so nothing published earlier for the     *
129200*                       draw stays up.  In the republish pass a  *
129220*                       .PUB already started holds other draws   *
129240*                       of the file, republished tonight - it is *
129260*                       left as it is.                           *
129300*****************************************************************
129400 3800-WITHHOLD-DRAW.
129500     ADD 1 TO RFL-WITHHELD-COUNT.
129600     ADD RFL-FILE-DRAW-COUNT TO RFL-HELD-TOTAL.
129700     MOVE 'Y' TO RFL-ATTENTION-SW.
129800     DISPLAY 'WITHHELD - ' RFL-WITHHOLD-REASON ': '
129900         RFL-RAFFLE-FILE-NAME UPON SYSERR.
129910     IF RFL-REPUBLISHING AND RFL-PUB-STARTED
129920         GO TO 3800-WITHHOLD-DRAW-EXIT
129930     END-IF.
130000     OPEN OUTPUT PUBLISH-FILE.
130100     IF NOT RFL-PUBLISH-OK
130200         DISPLAY 'CANNOT WRITE ' RFL-PUBLISH-FILE-NAME
130300             ' STATUS ' RFL-PUBLISH-STATUS UPON SYSERR
130400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
130500         GO TO 3800-WITHHOLD-DRAW-EXIT
130600     END-IF.
130700     MOVE RFL-PUBLISH-HEADING TO RFL-PUBLISH-RECORD.
130800     WRITE RFL-PUBLISH-RECORD.
130810     IF RFL-REPUBLISHING
130820         MOVE 'Y' TO RFL-PUB-STARTED-SW
130830     END-IF.
130900     CLOSE PUBLISH-FILE.
131000 3800-WITHHOLD-DRAW-EXIT.
131100     EXIT.
131200
131201*****************************************************************
131202*  3900-CLOSE-CONTROLS - close the print file and the region     *
131203*                        master.                                 *
131204*****************************************************************
131205 3900-CLOSE-CONTROLS.
131206     IF RFL-PRINT-IS-OPEN
131207         CLOSE PRINT-FILE
131208     END-IF.
131209     IF RFL-REGION-IS-OPEN
131210         CLOSE REGION-FILE
131211     END-IF.
131212 3900-CLOSE-CONTROLS-EXIT.
131213     EXIT.
131222
131231*****************************************************************
131240*  4000-REPUBLISH-REDRAWS - the republish pass over every raffle *
131249*                           file on the FILES= list.  A draw     *
131258*                           published before one of its prizes   *
131267*                           was drawn again is published again,  *
131276*                           so the .PUB and the sheet show who   *
131285*                           holds the prize now.  No list means  *
131294*                           no pass - said on SYSERR, RC 4.      *
131303*****************************************************************
131312 4000-REPUBLISH-REDRAWS.
131321     MOVE 'N' TO RFL-FILE-LIST-EOF-SW.
131330     OPEN INPUT FILE-LIST-FILE.
131339     IF RFL-FILE-LIST-NOT-FOUND
131348         DISPLAY 'NO FILE LIST ' RFL-FILE-LIST-NAME
131357             ' - REDRAWN DRAWS NOT REPUBLISHED' UPON SYSERR
131366         MOVE 'Y' TO RFL-ATTENTION-SW
131375         GO TO 4000-REPUBLISH-REDRAWS-EXIT
131384     END-IF.
131393     IF NOT RFL-FILE-LIST-OK
131402         DISPLAY 'CANNOT OPEN FILE LIST: ' RFL-FILE-LIST-NAME
131411             ' STATUS ' RFL-FILE-LIST-STATUS UPON SYSERR
131420         MOVE 'Y' TO RFL-ANY-FAILURE-SW
131429         GO TO 4000-REPUBLISH-REDRAWS-EXIT
131438     END-IF.
131447     PERFORM 4100-REPUBLISH-ONE-FILE
131456         THRU 4100-REPUBLISH-ONE-FILE-EXIT
131465         UNTIL RFL-FILE-LIST-AT-END.
131474     CLOSE FILE-LIST-FILE.
131483 4000-REPUBLISH-REDRAWS-EXIT.
131492     EXIT.
131501
131510*****************************************************************
131519*  4100-REPUBLISH-ONE-FILE - a file whose .RDL holds more links  *
131528*                            than its last publication covered   *
131537*                            has each draw the new links name    *
131546*                            published again.  A file not on the *
131555*                            publication log goes on it covering *
131564*                            the links it has, so the first run  *
131573*                            does not republish every draw ever  *
131582*                            redrawn.  A file drawn tonight      *
131591*                            keeps tonight's .PUB; its new links *
131600*                            wait for the next night.  The links *
131609*                            are only marked covered once every  *
131618*                            draw they name is published - a     *
131627*                            withheld one is tried again the     *
131636*                            next night.                         *
131645*****************************************************************
131654 4100-REPUBLISH-ONE-FILE.
131663     READ FILE-LIST-FILE
131672         AT END
131681             MOVE 'Y' TO RFL-FILE-LIST-EOF-SW
131690             GO TO 4100-REPUBLISH-ONE-FILE-EXIT
131699     END-READ.
131708     IF RFL-FILE-LIST-RECORD = SPACES
131717         GO TO 4100-REPUBLISH-ONE-FILE-EXIT
131726     END-IF.
131735     MOVE RFL-FILE-LIST-RECORD TO RFL-RAFFLE-FILE-NAME.
131744     ADD 1 TO RFL-LISTED-FILE-COUNT.
131753     PERFORM 3500-LOAD-REDRAW-LINKS
131762         THRU 3500-LOAD-REDRAW-LINKS-EXIT.
131771     IF RFL-RDL-LOAD-FAIL
131780         MOVE 'Y' TO RFL-ATTENTION-SW
131789         GO TO 4100-REPUBLISH-ONE-FILE-EXIT
131798     END-IF.
131807     PERFORM 8600-FIND-PUBLISH-LOG
131816         THRU 8600-FIND-PUBLISH-LOG-EXIT.
131825     IF NOT RFL-ENTRY-FOUND
131834         MOVE 'L' TO RFL-PBL-ENTRY-TYPE
131843         MOVE ZERO TO RFL-PBL-DRAW-DATE
131852         MOVE RFL-RDL-LINK-COUNT TO RFL-PBL-LINKS
131861         PERFORM 8700-WRITE-PUBLISH-LOG
131870             THRU 8700-WRITE-PUBLISH-LOG-EXIT
131879         GO TO 4100-REPUBLISH-ONE-FILE-EXIT
131888     END-IF.
131897     IF NOT RFL-PLT-ON-LOG(RFL-PLT-HIT)
131906         GO TO 4100-REPUBLISH-ONE-FILE-EXIT
131915     END-IF.
131924     IF RFL-RDL-LINK-COUNT NOT > RFL-PLT-LINKS(RFL-PLT-HIT)
131933         GO TO 4100-REPUBLISH-ONE-FILE-EXIT
131942     END-IF.
131951     IF RFL-PLT-DRAWN-TONIGHT(RFL-PLT-HIT)
131960         DISPLAY 'DRAWN TONIGHT - REDRAWN DRAWS REPUBLISHED '
131969             'NEXT NIGHT: ' RFL-RAFFLE-FILE-NAME
131978         GO TO 4100-REPUBLISH-ONE-FILE-EXIT
131987     END-IF.
131996     MOVE RFL-PLT-LINKS(RFL-PLT-HIT) TO RFL-LINKS-COVERED.
132005     MOVE RFL-RDL-LINK-COUNT TO RFL-LINKS-NOW.
132014     COMPUTE RFL-FIRST-NEW-LINK = RFL-LINKS-COVERED + 1.
132023     MOVE RFL-PUBLISH-DATE TO RFL-SAVE-PUBLISH-DATE.
132032     MOVE 'Y' TO RFL-ALL-REPUBLISHED-SW.
132041     MOVE 'Y' TO RFL-REPUBLISH-SW.
132045     MOVE 'N' TO RFL-PUB-STARTED-SW.
132050     PERFORM 4110-REPUBLISH-ONE-DRAW
132059         THRU 4110-REPUBLISH-ONE-DRAW-EXIT
132068         VARYING RFL-NEW-LINK-SUB FROM RFL-FIRST-NEW-LINK BY 1
132077         UNTIL RFL-NEW-LINK-SUB > RFL-LINKS-NOW.
132086     MOVE 'N' TO RFL-REPUBLISH-SW.
132095     MOVE RFL-SAVE-PUBLISH-DATE TO RFL-PUBLISH-DATE.
132104     IF RFL-ALL-REPUBLISHED
132113         MOVE 'L' TO RFL-PBL-ENTRY-TYPE
132122         MOVE ZERO TO RFL-PBL-DRAW-DATE
132131         MOVE RFL-LINKS-NOW TO RFL-PBL-LINKS
132140         PERFORM 8700-WRITE-PUBLISH-LOG
132149             THRU 8700-WRITE-PUBLISH-LOG-EXIT
132158     END-IF.
132167 4100-REPUBLISH-ONE-FILE-EXIT.
132176     EXIT.
132185
132194*****************************************************************
132203*  4110-REPUBLISH-ONE-DRAW - publish again the draw the new link *
132212*                            in hand names - once, however many  *
132221*                            of the new links name it.           *
132230*****************************************************************
132239 4110-REPUBLISH-ONE-DRAW.
132248     MOVE 'N' TO RFL-EARLIER-LINK-SW.
132257     PERFORM 4120-MATCH-EARLIER-LINK
132266         THRU 4120-MATCH-EARLIER-LINK-EXIT
132275         VARYING RFL-EARLIER-SUB FROM RFL-FIRST-NEW-LINK BY 1
132284         UNTIL RFL-EARLIER-LINK
132293             OR RFL-EARLIER-SUB NOT < RFL-NEW-LINK-SUB.
132302     IF RFL-EARLIER-LINK
132311         GO TO 4110-REPUBLISH-ONE-DRAW-EXIT
132320     END-IF.
132329     MOVE RFL-RDLT-OLD-DATE(RFL-NEW-LINK-SUB) TO RFL-PUBLISH-DATE.
132338     DISPLAY 'REDRAWN - REPUBLISHING THE DRAW OF '
132347         RFL-PUBLISH-DATE ': ' RFL-RAFFLE-FILE-NAME.
132356     PERFORM 3110-PUBLISH-DRAW THRU 3110-PUBLISH-DRAW-EXIT.
132365     PERFORM 3150-WRITE-FILE-STATS
132374         THRU 3150-WRITE-FILE-STATS-EXIT.
132383     IF RFL-DRAW-WITHHELD
132392         MOVE 'N' TO RFL-ALL-REPUBLISHED-SW
132401         GO TO 4110-REPUBLISH-ONE-DRAW-EXIT
132410     END-IF.
132419     IF RFL-FILE-DRAW-COUNT > ZERO
132428         MOVE 'P' TO RFL-PBL-ENTRY-TYPE
132437         MOVE RFL-PUBLISH-DATE TO RFL-PBL-DRAW-DATE
132446         MOVE RFL-LINKS-COVERED TO RFL-PBL-LINKS
132455         PERFORM 8700-WRITE-PUBLISH-LOG
132464             THRU 8700-WRITE-PUBLISH-LOG-EXIT
132473     END-IF.
132482 4110-REPUBLISH-ONE-DRAW-EXIT.
132491     EXIT.
132500
132509 4120-MATCH-EARLIER-LINK.
132518     IF RFL-RDLT-OLD-DATE(RFL-EARLIER-SUB)
132527             = RFL-RDLT-OLD-DATE(RFL-NEW-LINK-SUB)
132536         MOVE 'Y' TO RFL-EARLIER-LINK-SW
132545     END-IF.
132554 4120-MATCH-EARLIER-LINK-EXIT.
132563     EXIT.
132600
132700*****************************************************************
132800*  8100-MASK-WINNER-NAME - turn the winner's name in             *
132900*                          RFL-MASK-WORK into first name plus    *
133000*                          surname initial in RFL-MASKED-NAME.   *
133100*                          A one-word name is published as it    *
133200*                          stands.                               *
133300*****************************************************************
133400 8100-MASK-WINNER-NAME.
133500     MOVE SPACES TO RFL-FIRST-NAME.
133600     MOVE SPACE TO RFL-SURNAME-INITIAL.
133700     MOVE SPACES TO RFL-MASKED-NAME.
133800     MOVE ZERO TO RFL-COMMA-COUNT.
133900     INSPECT RFL-MASK-WORK TALLYING RFL-COMMA-COUNT
134000         FOR CHARACTERS BEFORE INITIAL ','.
134100     IF RFL-COMMA-COUNT < 30
134200         PERFORM 8120-MASK-SURNAME-FIRST
134300             THRU 8120-MASK-SURNAME-FIRST-EXIT
134400     ELSE
134500         MOVE 30 TO RFL-MASK-LIMIT
134600         PERFORM 8110-SCAN-WORDS THRU 8110-SCAN-WORDS-EXIT
134700         IF RFL-WORD-COUNT > ZERO
134800             MOVE RFL-MASK-WORK(RFL-FIRST-WORD-START:
134900                 RFL-FIRST-WORD-LENGTH) TO RFL-FIRST-NAME
135000         END-IF
135100         IF RFL-WORD-COUNT > 1
135200             MOVE RFL-MASK-WORK(RFL-LAST-WORD-START:1)
135300                 TO RFL-SURNAME-INITIAL
135400         END-IF
135500     END-IF.
135600     IF RFL-SURNAME-INITIAL = SPACE
135700         MOVE RFL-FIRST-NAME TO RFL-MASKED-NAME
135800     ELSE
135900         STRING RFL-FIRST-NAME DELIMITED BY SPACE
136000             ' ' DELIMITED BY SIZE
136100             RFL-SURNAME-INITIAL DELIMITED BY SIZE
136200             '.' DELIMITED BY SIZE
136300             INTO RFL-MASKED-NAME
136400         END-STRING
136500     END-IF.
136600 8100-MASK-WINNER-NAME-EXIT.
136700     EXIT.
136800
136900*****************************************************************
137000*  8110-SCAN-WORDS - find the first word and the start of the    *
137100*                    last word in the first RFL-MASK-LIMIT bytes *
137200*                    of RFL-MASK-WORK.                           *
137300*****************************************************************
137400 8110-SCAN-WORDS.
137500     MOVE ZERO TO RFL-WORD-COUNT.
137600     MOVE ZERO TO RFL-FIRST-WORD-START.
137700     MOVE ZERO TO RFL-FIRST-WORD-END.
137800     MOVE ZERO TO RFL-LAST-WORD-START.
137900     MOVE 'N' TO RFL-IN-WORD-SW.
138000     PERFORM 8115-SCAN-ONE-BYTE
138100         THRU 8115-SCAN-ONE-BYTE-EXIT
138200         VARYING RFL-MASK-SUB FROM 1 BY 1
138300         UNTIL RFL-MASK-SUB > RFL-MASK-LIMIT.
138400     COMPUTE RFL-FIRST-WORD-LENGTH =
138500         RFL-FIRST-WORD-END - RFL-FIRST-WORD-START + 1.
138600 8110-SCAN-WORDS-EXIT.
138700     EXIT.
138800
138900 8115-SCAN-ONE-BYTE.
139000     IF RFL-MASK-WORK(RFL-MASK-SUB:1) = SPACE
139100         MOVE 'N' TO RFL-IN-WORD-SW
139200         GO TO 8115-SCAN-ONE-BYTE-EXIT
139300     END-IF.
139400     IF NOT RFL-IN-WORD
139500         MOVE 'Y' TO RFL-IN-WORD-SW
139600         ADD 1 TO RFL-WORD-COUNT
139700         MOVE RFL-MASK-SUB TO RFL-LAST-WORD-START
139800         IF RFL-WORD-COUNT = 1
139900             MOVE RFL-MASK-SUB TO RFL-FIRST-WORD-START
140000         END-IF
140100     END-IF.
140200     IF RFL-WORD-COUNT = 1
140300         MOVE RFL-MASK-SUB TO RFL-FIRST-WORD-END
140400     END-IF.
140500 8115-SCAN-ONE-BYTE-EXIT.
140600     EXIT.
140700
140800*****************************************************************
140900*  8120-MASK-SURNAME-FIRST - a SURNAME, FIRST NAMES form - the   *
141000*                            initial comes from the part before  *
141100*                            the comma, the first name from the  *
141200*                            part after it.  A comma in the last *
141220*                            two bytes leaves nothing after it,  *
141240*                            and the name is published as the    *
141260*                            surname initial alone.              *
141300*****************************************************************
141400 8120-MASK-SURNAME-FIRST.
141500     MOVE RFL-COMMA-COUNT TO RFL-MASK-LIMIT.
141600     IF RFL-MASK-LIMIT > ZERO
141700         PERFORM 8110-SCAN-WORDS THRU 8110-SCAN-WORDS-EXIT
141800         IF RFL-WORD-COUNT > ZERO
141900             MOVE RFL-MASK-WORK(RFL-LAST-WORD-START:1)
142000                 TO RFL-SURNAME-INITIAL
142100         END-IF
142200     END-IF.
142300     IF RFL-COMMA-COUNT > 28
142310         GO TO 8120-MASK-SURNAME-FIRST-EXIT
142320     END-IF.
142330     MOVE RFL-MASK-WORK(RFL-COMMA-COUNT + 2:) TO RFL-FIRST-NAME.
142400     MOVE RFL-FIRST-NAME TO RFL-MASK-WORK.
142500     MOVE 30 TO RFL-MASK-LIMIT.
142600     PERFORM 8110-SCAN-WORDS THRU 8110-SCAN-WORDS-EXIT.
142700     MOVE SPACES TO RFL-FIRST-NAME.
142800     IF RFL-WORD-COUNT > ZERO
142900         MOVE RFL-MASK-WORK(RFL-FIRST-WORD-START:
143000             RFL-FIRST-WORD-LENGTH) TO RFL-FIRST-NAME
143100     END-IF.
143200 8120-MASK-SURNAME-FIRST-EXIT.
143300     EXIT.
143400
143500*****************************************************************
143600*  8200-LOOKUP-REGION - the region description off the region    *
143700*                       master for the winner's region code; the *
143800*                       code itself when the master is not open  *
143900*                       or does not hold it.                     *
144000*****************************************************************
144100 8200-LOOKUP-REGION.
144200     MOVE RFL-WIN-REGION(RFL-WIN-SUB) TO RFL-REGION-TEXT.
144300     IF NOT RFL-REGION-IS-OPEN
144400         GO TO 8200-LOOKUP-REGION-EXIT
144500     END-IF.
144600     MOVE RFL-WIN-REGION(RFL-WIN-SUB) TO RFL-REG-CODE.
144700     READ REGION-FILE KEY IS RFL-REG-CODE
144800         INVALID KEY
144900             GO TO 8200-LOOKUP-REGION-EXIT
145000     END-READ.
145100     IF RFL-REG-DESC NOT = SPACES
145200         MOVE RFL-REG-DESC TO RFL-REGION-TEXT
145300     END-IF.
145400 8200-LOOKUP-REGION-EXIT.
145500     EXIT.
145600
145700 8300-EDIT-DATE.
145800     MOVE RFL-DTW-YEAR TO RFL-DTE-YEAR.
145900     MOVE RFL-DTW-MONTH TO RFL-DTE-MONTH.
146000     MOVE RFL-DTW-DAY TO RFL-DTE-DAY.
146100 8300-EDIT-DATE-EXIT.
146200     EXIT.
146300
146400*****************************************************************
146500*  8400-FIND-SEAL-RESULT - find RFL-RAFFLE-FILE-NAME in the      *
146600*                          seal-result table - RFL-SRT-HIT is    *
146700*                          its entry.                            *
146800*****************************************************************
146900 8400-FIND-SEAL-RESULT.
147000     MOVE 'N' TO RFL-FOUND-SW.
147100     MOVE ZERO TO RFL-SRT-HIT.
147200     PERFORM 8410-MATCH-ONE-SEAL-RESULT
147300         THRU 8410-MATCH-ONE-SEAL-RESULT-EXIT
147400         VARYING RFL-SRT-SUB FROM 1 BY 1
147500         UNTIL RFL-ENTRY-FOUND
147600             OR RFL-SRT-SUB > RFL-SRT-COUNT.
147700 8400-FIND-SEAL-RESULT-EXIT.
147800     EXIT.
147900
148000 8410-MATCH-ONE-SEAL-RESULT.
148100     IF RFL-SRT-FILE(RFL-SRT-SUB) = RFL-RAFFLE-FILE-NAME
148200         MOVE 'Y' TO RFL-FOUND-SW
148300         MOVE RFL-SRT-SUB TO RFL-SRT-HIT
148400     END-IF.
148500 8410-MATCH-ONE-SEAL-RESULT-EXIT.
148600     EXIT.
148603
148606*****************************************************************
148609*  8500-CHECK-DRAW-MEMBER - does the .RPT record in hand belong  *
148612*                           to the draw being published?  A      *
148615*                           replacement (the new side of a link) *
148618*                           belongs to the draw its link names,  *
148621*                           whatever date the redraw ran; any    *
148624*                           other record to the draw of its own  *
148627*                           date.  RFL-ORIGIN-DATE and -TIME are *
148630*                           left as the stamp of the draw it     *
148633*                           belongs to.                          *
148636*****************************************************************
148639 8500-CHECK-DRAW-MEMBER.
148642     MOVE 'N' TO RFL-MEMBER-SW.
148645     MOVE 'N' TO RFL-REPLACEMENT-SW.
148648     MOVE RFL-RPT-DRAW-DATE TO RFL-ORIGIN-DATE.
148651     MOVE RFL-RPT-DRAW-TIME TO RFL-ORIGIN-TIME.
148654     PERFORM 3620-MATCH-NEW-HOLDER
148657         THRU 3620-MATCH-NEW-HOLDER-EXIT
148660         VARYING RFL-RDL-SUB FROM 1 BY 1
148663         UNTIL RFL-WINNER-REPLACEMENT
148666             OR RFL-RDL-SUB > RFL-RDL-LINK-COUNT.
148669     IF RFL-ORIGIN-DATE = RFL-PUBLISH-DATE
148672         MOVE 'Y' TO RFL-MEMBER-SW
148675     END-IF.
148678 8500-CHECK-DRAW-MEMBER-EXIT.
148681     EXIT.
148700
148701*****************************************************************
148702*  8600-FIND-PUBLISH-LOG - find RFL-RAFFLE-FILE-NAME in the      *
148703*                          publication-log table - RFL-PLT-HIT   *
148704*                          is its entry.                         *
148705*****************************************************************
148706 8600-FIND-PUBLISH-LOG.
148707     MOVE 'N' TO RFL-FOUND-SW.
148708     MOVE ZERO TO RFL-PLT-HIT.
148709     PERFORM 8610-MATCH-ONE-PUBLISH-LOG
148710         THRU 8610-MATCH-ONE-PUBLISH-LOG-EXIT
148711         VARYING RFL-PLT-SUB FROM 1 BY 1
148712         UNTIL RFL-ENTRY-FOUND
148713             OR RFL-PLT-SUB > RFL-PLT-COUNT.
148714 8600-FIND-PUBLISH-LOG-EXIT.
148715     EXIT.
148716
148717 8610-MATCH-ONE-PUBLISH-LOG.
148718     IF RFL-PLT-FILE(RFL-PLT-SUB) = RFL-RAFFLE-FILE-NAME
148719         MOVE 'Y' TO RFL-FOUND-SW
148720         MOVE RFL-PLT-SUB TO RFL-PLT-HIT
148721     END-IF.
148722 8610-MATCH-ONE-PUBLISH-LOG-EXIT.
148723     EXIT.
148724
148725*****************************************************************
148726*  8650-KEEP-PUBLISH-LOG-ENTRY - find RFL-RAFFLE-FILE-NAME in    *
148727*                                the publication-log table,      *
148728*                                adding it (not yet on the log)  *
148729*                                when it is not there.  A full   *
148730*                                table leaves RFL-ENTRY-FOUND    *
148731*                                off.                            *
148732*****************************************************************
148733 8650-KEEP-PUBLISH-LOG-ENTRY.
148734     PERFORM 8600-FIND-PUBLISH-LOG
148735         THRU 8600-FIND-PUBLISH-LOG-EXIT.
148736     IF RFL-ENTRY-FOUND
148737         GO TO 8650-KEEP-PUBLISH-LOG-ENTRY-EXIT
148738     END-IF.
148739     IF RFL-PLT-COUNT = RFL-MAX-PLT
148740         DISPLAY 'PUBLICATION LOG OVER ' RFL-MAX-PLT
148741             ' FILES - ' RFL-RAFFLE-FILE-NAME ' NOT KEPT'
148742             UPON SYSERR
148743         GO TO 8650-KEEP-PUBLISH-LOG-ENTRY-EXIT
148744     END-IF.
148745     ADD 1 TO RFL-PLT-COUNT.
148746     MOVE RFL-PLT-COUNT TO RFL-PLT-HIT.
148747     MOVE RFL-RAFFLE-FILE-NAME TO RFL-PLT-FILE(RFL-PLT-HIT).
148748     MOVE ZERO TO RFL-PLT-LINKS(RFL-PLT-HIT).
148749     MOVE 'N' TO RFL-PLT-LOGGED(RFL-PLT-HIT).
148750     MOVE 'N' TO RFL-PLT-DRAWN(RFL-PLT-HIT).
148751     MOVE 'Y' TO RFL-FOUND-SW.
148752 8650-KEEP-PUBLISH-LOG-ENTRY-EXIT.
148753     EXIT.
148754
148755*****************************************************************
148756*  8700-WRITE-PUBLISH-LOG - append the publication-log line the  *
148757*                           caller has filled in (entry type,    *
148758*                           draw date, links) for                *
148759*                           RFL-RAFFLE-FILE-NAME, and keep it in *
148760*                           the table.  A log that cannot be     *
148761*                           written fails the step - without it  *
148762*                           the links would be republished every *
148763*                           night.                               *
148764*****************************************************************
148765 8700-WRITE-PUBLISH-LOG.
148766     MOVE RFL-RAFFLE-FILE-NAME TO RFL-PBL-RAFFLE-FILE.
148767     MOVE RFL-STATS-RUN-ID TO RFL-PBL-RUN-ID.
148768     ACCEPT RFL-PBL-STAMP-DATE FROM DATE YYYYMMDD.
148769     ACCEPT RFL-PBL-STAMP-TIME FROM TIME.
148770     OPEN EXTEND PUBLISH-LOG-FILE.
148771     IF RFL-PUBLISH-LOG-NOT-FOUND
148772         OPEN OUTPUT PUBLISH-LOG-FILE
148773     END-IF.
148774     IF NOT RFL-PUBLISH-LOG-OK
148775         DISPLAY 'CANNOT WRITE ' RFL-PUBLISH-LOG-NAME
148776             ' STATUS ' RFL-PUBLISH-LOG-STATUS UPON SYSERR
148777         MOVE 'Y' TO RFL-ANY-FAILURE-SW
148778         GO TO 8700-WRITE-PUBLISH-LOG-EXIT
148779     END-IF.
148780     WRITE RFL-PUBLISH-LOG-RECORD FROM RFL-PUBLOG-LINE.
148781     CLOSE PUBLISH-LOG-FILE.
148782     PERFORM 8650-KEEP-PUBLISH-LOG-ENTRY
148783         THRU 8650-KEEP-PUBLISH-LOG-ENTRY-EXIT.
148784     IF RFL-ENTRY-FOUND
148785         MOVE RFL-PBL-LINKS TO RFL-PLT-LINKS(RFL-PLT-HIT)
148786         MOVE 'Y' TO RFL-PLT-LOGGED(RFL-PLT-HIT)
148787     END-IF.
148788 8700-WRITE-PUBLISH-LOG-EXIT.
148789     EXIT.
148790
148800*****************************************************************
148900*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
149000*                         caller has filled in to the shared    *
149100*                         run-statistics file for the nightly   *
149200*                         operations control report (RFLOPS01). *
149300*                         The statistics are bookkeeping only - *
149400*                         a file that cannot be written is      *
149500*                         warned about and never changes this   *
149600*                         step's return code.                   *
149700*****************************************************************
149800 8900-WRITE-RUN-STATS.
149900     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
150000     MOVE 'RFLPUB01' TO RFL-STA-PROGRAM.
150100     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
150200     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
150300     OPEN EXTEND STATS-FILE.
150400     IF RFL-STATS-NOT-FOUND
150500         OPEN OUTPUT STATS-FILE
150600     END-IF.
150700     IF NOT RFL-STATS-OK
150800         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
150900             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
151000             UPON SYSERR
151100         GO TO 8900-WRITE-RUN-STATS-EXIT
151200     END-IF.
151300     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
151400     WRITE RFL-STATS-LINE.
151500     CLOSE STATS-FILE.
151600 8900-WRITE-RUN-STATS-EXIT.
151700     EXIT.
151800
151900*****************************************************************
152000*  9999-TERMINATE - end of run totals, and the step's closing    *
152100*                   run-statistics record                       *
152200*****************************************************************
152300 9999-TERMINATE.
152400     DISPLAY 'RAFFLE FILES ON MANIFEST:  ' RFL-FILE-COUNT.
152500     DISPLAY '  DRAWN ON THE DATE:       ' RFL-DRAWN-FILE-COUNT.
152600     DISPLAY '  DRAWS PUBLISHED:         ' RFL-PUBLISHED-COUNT.
152700     DISPLAY '  DRAWS WITHHELD:          ' RFL-WITHHELD-COUNT.
152800     DISPLAY 'WINNERS PUBLISHED:         ' RFL-WINNER-TOTAL.
152900     DISPLAY 'REPLACED WINNERS LEFT OUT: ' RFL-REPLACED-TOTAL.
152910     DISPLAY 'RAFFLE FILES LOOKED AT FOR REDRAWS: '
152920         RFL-LISTED-FILE-COUNT.
152930     DISPLAY '  REDRAWN DRAWS REPUBLISHED: '
152935         RFL-REPUBLISHED-COUNT.
153000     MOVE ZERO TO RFL-STA-COUNTS.
153100     MOVE 'S' TO RFL-STA-RECORD-TYPE.
153200     MOVE RFL-MANIFEST-NAME TO RFL-STA-RAFFLE-FILE.
153300     MOVE RFL-RECORD-TOTAL TO RFL-STA-READ.
153400     MOVE RFL-WINNER-TOTAL TO RFL-STA-WRITTEN.
153500     MOVE RFL-HELD-TOTAL TO RFL-STA-HELD.
153600     MOVE RFL-REPLACED-TOTAL TO RFL-STA-SKIPPED.
153700     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
153800     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
153900 9999-TERMINATE-EXIT.
154000     EXIT.
