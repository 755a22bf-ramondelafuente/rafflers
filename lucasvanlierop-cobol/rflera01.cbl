000100*****************************************************************
000200*                                                               *
000300*  RFLERA01                                                    *
000400*                                                               *
000500*  Data-protection erasure.  When a former employee asks to    *
000600*  be erased, their ID and name sit in the entrant KSDS of     *
000700*  every raffle they entered, the winner-history, claim-status *
000800*  and prize-voucher masters, each raffle file's .RPT/.RPTOLD/ *
000900*  .RPTPV, .EXCL, .XLST, .REJ and .DUP companions, the HR      *
001000*  pending carry file, the leaver before-image file and every  *
001100*  dated history archive RFLARC01 has cut.  Finding them all by*
001200*  hand took a day.  This program takes a file of entrant IDs  *
001300*  (RFLERQ.CPY, each with the data-protection officer's case   *
001400*  reference) and works through all of them in one run -       *
001500*                                                               *
001600*      - a record nothing needs to keep is DELETED - entrant   *
001700*        records, exclusion and listing lines, edit rejects,   *
001800*        duplicate-review lines, pending notifications, and    *
001900*        wins, claims, vouchers and refund images past the     *
002000*        RETAIN= tax/audit retention period (default 7 years)  *
002100*      - a record inside the retention period is kept but      *
002200*        PSEUDONYMISED - the name becomes ERASED ENTRANT and   *
002300*        the ID is replaced by a one-way reference, so draw,   *
002400*        prize and tax totals still add up and every record    *
002500*        of one person still carries the same reference        *
002600*                                                               *
002700*  The reference is '*' plus nine digits, hashed from the ID   *
002800*  under a nine-digit key read from a restricted key file      *
002900*  (KEYFILE=) - without the key nobody can work back from a    *
003000*  reference to an ID, and the same key always gives the same  *
003100*  reference.  The hash works on each character's place in a   *
003200*  fixed alphabet, not its code point, so it gives the same    *
003300*  answer on any machine.                                      *
003400*                                                               *
003500*  An entrant with an OPEN claim, or a win inside the current  *
003600*  tax year, is REFUSED outright - nothing of theirs is        *
003700*  touched - because payroll still has to report that win and  *
003800*  the claims clerk still has to settle that claim.  They can  *
003900*  be resubmitted once the claim is closed and the tax year    *
004000*  is out.                                                     *
004100*                                                               *
004200*  Every run prints an erasure certificate (CERT=, default     *
004300*  RFL.ERASURE.CERT) listing every file touched, every record  *
004400*  changed with its action and record number or key date, and  *
004500*  the outcome of every request.  The certificate carries IDs  *
004600*  and references but never a name.  Sequential files are      *
004700*  rewritten through a .ERATMP work file, which is emptied     *
004800*  again afterwards.                                           *
004900*                                                               *
005000*  The archives are found through RFL.WINNER.HISTORY.ARCLIST,  *
005100*  the list RFLARC01 adds each new archive to.  The raffle     *
005200*  files are the ones on the file list (MANIFEST=, default     *
005210*  RFL.DEPT.FILES) - every raffle file there is, whether or    *
005220*  not its raffle was due on the last night's manifest.        *
005300*                                                               *
005400*      RC = 0   EVERY REQUEST ERASED                           *
005500*      RC = 4   ONE OR MORE REQUESTS REFUSED - SEE THE         *
005600*               CERTIFICATE                                    *
005700*      RC = 8   NO KEY, NO REQUEST FILE, A MASTER COULD NOT BE *
005800*               OPENED OR A FILE COULD NOT BE REWRITTEN - SEE  *
005900*               SYSERR                                         *
006000*                                                               *
006100*  AUTHOR:        R. de la Fuente                              *
006200*  INSTALLATION:  Domcode Payroll & Promotions                 *
006300*  DATE-WRITTEN:  2026-10-15                                    *
006400*  DATE-COMPILED: 2026-10-15                                    *
006500*                                                               *
006600*  MODIFICATION HISTORY                                        *
006700*  ---------------------                                       *
006800*  2026-10-15  RDF  Initial program - run on demand via the    *
006900*                   RFLERA01 job, never while the nightly      *
007000*                   RFLRAF01 chain is running.                 *
007010*  2026-10-15  RDF  Prize vouchers - the voucher register      *
007020*                   (VCHFILE=) is swept like the claim master, *
007030*                   and each raffle file's .RPTPV pre-voucher  *
007040*                   archive is rewritten alongside .RPT and    *
007050*                   .RPTOLD.  .RPT and claim records           *
007060*                   lengthened for the voucher number.         *
007064*  2026-10-15  RDF  Audit-file seal - a .RPT is rewritten only *
007068*                   while its FILE-NAME.SEAL (RFLSEL.CPY)      *
007072*                   still matches it, and is resealed under    *
007076*                   the seal key as it is written back.  A     *
007080*                   .RPT whose seal does not match is left as  *
007081*                   it was and fails the run.  A .RPT that was *
007082*                   never sealed is rewritten unsealed.        *
007083*                   SEALKEY= added.                            *
007084*  2026-10-15  RDF  The raffle files now default to the full   *
007085*                   file list RFL.DEPT.FILES, not the night's  *
007086*                   manifest, which since the raffle           *
007087*                   calendar lists only the raffles due.       *
007088*  2026-10-15  RDF  A .RPT's seal is checked in a read-only    *
007089*                   pass first; a broken seal skips the file,  *
007090*                   with a refusal line on the certificate.    *
007093*  2026-10-15  RDF  RFL-SAVE-CLAIM widened to the 117-byte     *
007096*                   claim record.                              *
007100*                                                               *
007200*****************************************************************
007300 IDENTIFICATION DIVISION.
007400 PROGRAM-ID.     RFLERA01.
007500 AUTHOR.         R. de la Fuente.
007600 INSTALLATION.   Domcode Payroll & Promotions.
007700 DATE-WRITTEN.   2026-10-15.
007800 DATE-COMPILED.  2026-10-15.
007900
008000 ENVIRONMENT DIVISION.
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300     SELECT REQUEST-FILE ASSIGN DYNAMIC RFL-REQUEST-FILE-NAME
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS RFL-REQUEST-STATUS.
008600     SELECT KEY-FILE ASSIGN DYNAMIC RFL-KEY-FILE-NAME
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS RFL-KEY-STATUS.
008900     SELECT MANIFEST-FILE ASSIGN DYNAMIC RFL-MANIFEST-NAME
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS RFL-MANIFEST-STATUS.
009200     SELECT ARCLIST-FILE ASSIGN DYNAMIC RFL-ARCLIST-FILE-NAME
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS RFL-ARCLIST-STATUS.
009500     SELECT HISTORY-FILE ASSIGN DYNAMIC RFL-HISTORY-FILE-NAME
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS RFL-HIST-KEY
009900         FILE STATUS IS RFL-HISTORY-STATUS.
010000     SELECT CLAIM-FILE ASSIGN DYNAMIC RFL-CLAIM-FILE-NAME
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS DYNAMIC
010300         RECORD KEY IS RFL-CLM-KEY
010400         FILE STATUS IS RFL-CLAIM-STATUS.
010410     SELECT VOUCHER-FILE ASSIGN DYNAMIC RFL-VOUCHER-FILE-NAME
010420         ORGANIZATION IS INDEXED
010430         ACCESS MODE IS DYNAMIC
010440         RECORD KEY IS RFL-VCH-NUMBER
010450         FILE STATUS IS RFL-VOUCHER-STATUS.
010500     SELECT ENTRANT-FILE ASSIGN DYNAMIC RFL-FILE-NAME
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS RFL-ENTRANT-ID
010900         FILE STATUS IS RFL-ENTRANT-STATUS.
011000     SELECT REPORT-FILE ASSIGN DYNAMIC RFL-TARGET-FILE-NAME
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS RFL-TARGET-STATUS.
011300     SELECT OLDRPT-FILE ASSIGN DYNAMIC RFL-TARGET-FILE-NAME
011400         ORGANIZATION IS SEQUENTIAL
011500         FILE STATUS IS RFL-TARGET-STATUS.
011510     SELECT PVRPT-FILE ASSIGN DYNAMIC RFL-TARGET-FILE-NAME
011520         ORGANIZATION IS SEQUENTIAL
011530         FILE STATUS IS RFL-TARGET-STATUS.
011600     SELECT ARCHIVE-FILE ASSIGN DYNAMIC RFL-TARGET-FILE-NAME
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS RFL-TARGET-STATUS.
011900     SELECT TEXT-FILE ASSIGN DYNAMIC RFL-TARGET-FILE-NAME
012000         ORGANIZATION IS LINE SEQUENTIAL
012100         FILE STATUS IS RFL-TARGET-STATUS.
012200     SELECT WORK-FILE ASSIGN DYNAMIC RFL-WORK-FILE-NAME
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS RFL-WORK-STATUS.
012500     SELECT CERT-FILE ASSIGN DYNAMIC RFL-CERT-FILE-NAME
012600         ORGANIZATION IS LINE SEQUENTIAL
012700         FILE STATUS IS RFL-CERT-STATUS.
012710     SELECT SEAL-FILE ASSIGN DYNAMIC RFL-SEAL-FILE-NAME
012720         ORGANIZATION IS LINE SEQUENTIAL
012730         FILE STATUS IS RFL-SEAL-STATUS.
012740     SELECT SEALKEY-FILE ASSIGN DYNAMIC RFL-SEALKEY-FILE-NAME
012750         ORGANIZATION IS LINE SEQUENTIAL
012760         FILE STATUS IS RFL-SEALKEY-STATUS.
012800
012900 DATA DIVISION.
013000 FILE SECTION.
013100 FD  REQUEST-FILE.
013200     COPY RFLERQ.CPY.
013300
013400 FD  KEY-FILE.
013500 01  RFL-KEY-RECORD              PIC X(80).
013600
013700 FD  MANIFEST-FILE.
013800 01  RFL-MANIFEST-RECORD         PIC X(50).
013900
014000 FD  ARCLIST-FILE.
014100 01  RFL-ARCLIST-RECORD          PIC X(50).
014200
014300 FD  HISTORY-FILE
014400     LABEL RECORDS ARE STANDARD.
014500     COPY RFLHIST.CPY.
014600
014700 FD  CLAIM-FILE
014800     LABEL RECORDS ARE STANDARD.
014900     COPY RFLCLM.CPY.
014910
014920 FD  VOUCHER-FILE
014930     LABEL RECORDS ARE STANDARD.
014940     COPY RFLVCH.CPY.
015000
015100 FD  ENTRANT-FILE
015200     LABEL RECORDS ARE STANDARD.
015300     COPY RFLENT.CPY.
015400
015500 FD  REPORT-FILE
015600     LABEL RECORDS ARE STANDARD.
015700 01  RFL-REPORT-LINE             PIC X(177).
015800
015900 FD  OLDRPT-FILE
016000     LABEL RECORDS ARE STANDARD.
016100 01  RFL-OLDRPT-LINE             PIC X(112).
016110
016120 FD  PVRPT-FILE
016130     LABEL RECORDS ARE STANDARD.
016140 01  RFL-PVRPT-LINE              PIC X(167).
016200
016300 FD  ARCHIVE-FILE
016400     LABEL RECORDS ARE STANDARD.
016500 01  RFL-ARCHIVE-LINE            PIC X(128).
016600
016700 FD  TEXT-FILE.
016800 01  RFL-TEXT-LINE               PIC X(132).
016900
017000 FD  WORK-FILE.
017100 01  RFL-WORK-LINE               PIC X(177).
017200
017300 FD  CERT-FILE.
017400 01  RFL-CERT-RECORD             PIC X(132).
017410
017420 FD  SEAL-FILE.
017430     COPY RFLSEL.CPY.
017440
017450 FD  SEALKEY-FILE.
017460 01  RFL-SEALKEY-RECORD          PIC X(80).
017500
017600 WORKING-STORAGE SECTION.
017700*----------------------------------------------------------------*
017800*    COMMAND-LINE / FILE NAME FIELDS                             *
017900*----------------------------------------------------------------*
018000 01  RFL-ARGUMENT                PIC X(60).
018100 01  RFL-ERASE-TAG               PIC X(06) VALUE 'ERASE='.
018200 01  RFL-KEYFILE-TAG             PIC X(08) VALUE 'KEYFILE='.
018300 01  RFL-MANIFEST-TAG            PIC X(09) VALUE 'MANIFEST='.
018400 01  RFL-ARCLIST-TAG             PIC X(08) VALUE 'ARCLIST='.
018500 01  RFL-RETAIN-TAG              PIC X(07) VALUE 'RETAIN='.
018600 01  RFL-CERT-TAG                PIC X(05) VALUE 'CERT='.
018610 01  RFL-VCHFILE-TAG             PIC X(08) VALUE 'VCHFILE='.
018620 01  RFL-SEALKEY-TAG             PIC X(08) VALUE 'SEALKEY='.
018700 01  RFL-REQUEST-FILE-NAME       PIC X(50)
018800                                 VALUE 'RFL.ERASURE.REQUESTS'.
018900 01  RFL-KEY-FILE-NAME           PIC X(50)
019000                                 VALUE 'RFL.ERASURE.KEY'.
019100 01  RFL-MANIFEST-NAME           PIC X(50)
019200                                 VALUE 'RFL.DEPT.FILES'.
019300 01  RFL-ARCLIST-FILE-NAME       PIC X(50)
019400                                 VALUE
019500     'RFL.WINNER.HISTORY.ARCLIST'.
019600 01  RFL-HISTORY-FILE-NAME       PIC X(50)
019700                                 VALUE 'RFL.WINNER.HISTORY'.
019800 01  RFL-CLAIM-FILE-NAME         PIC X(50)
019900                                 VALUE 'RFL.CLAIM.STATUS'.
019910 01  RFL-VOUCHER-FILE-NAME       PIC X(50)
019920                                 VALUE 'RFL.VOUCHER.REGISTER'.
020000 01  RFL-PENDING-FILE-NAME       PIC X(50)
020100                                 VALUE 'RFL.HR.PENDING'.
020200 01  RFL-BEFORE-FILE-NAME        PIC X(50)
020300                                 VALUE 'RFL.HR.LEAVERS.BIM'.
020400 01  RFL-CERT-FILE-NAME          PIC X(50)
020500                                 VALUE 'RFL.ERASURE.CERT'.
020600 01  RFL-FILE-NAME               PIC X(50).
020700 01  RFL-RAFFLE-FILE-NAME        PIC X(50).
020800 01  RFL-TARGET-FILE-NAME        PIC X(57).
020900 01  RFL-WORK-FILE-NAME          PIC X(64).
020910 01  RFL-SEAL-FILE-NAME          PIC X(55).
021000
021100*----------------------------------------------------------------*
021200*    FILE STATUS AND SWITCHES                                    *
021300*----------------------------------------------------------------*
021400 77  RFL-REQUEST-STATUS          PIC X(02).
021500     88  RFL-REQUEST-OK          VALUE '00'.
021600     88  RFL-REQUEST-NOT-FOUND   VALUE '35'.
021700
021800 77  RFL-KEY-STATUS              PIC X(02).
021900     88  RFL-KEY-OK              VALUE '00'.
022000
022100 77  RFL-MANIFEST-STATUS         PIC X(02).
022200     88  RFL-MANIFEST-OK         VALUE '00'.
022300     88  RFL-MANIFEST-NOT-FOUND  VALUE '35'.
022400
022500 77  RFL-ARCLIST-STATUS          PIC X(02).
022600     88  RFL-ARCLIST-OK          VALUE '00'.
022700     88  RFL-ARCLIST-NOT-FOUND   VALUE '35'.
022800
022900 77  RFL-HISTORY-STATUS          PIC X(02).
023000     88  RFL-HISTORY-OK          VALUE '00'.
023100
023200 77  RFL-CLAIM-STATUS            PIC X(02).
023300     88  RFL-CLAIM-OK            VALUE '00'.
023310
023320 77  RFL-VOUCHER-STATUS          PIC X(02).
023330     88  RFL-VOUCHER-OK          VALUE '00'.
023340     88  RFL-VOUCHER-NOT-FOUND   VALUE '35'.
023400
023500 77  RFL-ENTRANT-STATUS          PIC X(02).
023600     88  RFL-ENTRANT-OK          VALUE '00'.
023700     88  RFL-ENTRANT-NOT-FOUND   VALUE '35'.
023800
023900 77  RFL-TARGET-STATUS           PIC X(02).
024000     88  RFL-TARGET-OK           VALUE '00'.
024100     88  RFL-TARGET-NOT-FOUND    VALUE '35'.
024200
024300 77  RFL-WORK-STATUS             PIC X(02).
024400     88  RFL-WORK-OK             VALUE '00'.
024500
024600 77  RFL-CERT-STATUS             PIC X(02).
024700     88  RFL-CERT-OK             VALUE '00'.
024710
024720 77  RFL-SEAL-STATUS             PIC X(02).
024730     88  RFL-SEAL-OK             VALUE '00'.
024740     88  RFL-SEAL-NOT-FOUND      VALUE '35'.
024800
024900 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
025000     88  RFL-NO-MORE-ARGS        VALUE 'N'.
025100
025200 77  RFL-REQUEST-EOF-SW          PIC X(01) VALUE 'N'.
025300     88  RFL-REQUEST-AT-END      VALUE 'Y'.
025400
025500 77  RFL-MANIFEST-EOF-SW         PIC X(01) VALUE 'N'.
025600     88  RFL-MANIFEST-AT-END     VALUE 'Y'.
025700
025800 77  RFL-ARCLIST-EOF-SW          PIC X(01) VALUE 'N'.
025900     88  RFL-ARCLIST-AT-END      VALUE 'Y'.
026000
026100 77  RFL-BROWSE-DONE-SW          PIC X(01) VALUE 'N'.
026200     88  RFL-BROWSE-DONE         VALUE 'Y'.
026300
026400 77  RFL-TARGET-EOF-SW           PIC X(01) VALUE 'N'.
026500     88  RFL-TARGET-AT-END       VALUE 'Y'.
026600
026700 77  RFL-WORK-EOF-SW             PIC X(01) VALUE 'N'.
026800     88  RFL-WORK-AT-END         VALUE 'Y'.
026900
027000 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
027100     88  RFL-ANY-FAILURE         VALUE 'Y'.
027200
027300 77  RFL-CERT-OPEN-SW            PIC X(01) VALUE 'N'.
027400     88  RFL-CERT-OPEN           VALUE 'Y'.
027500
027600 77  RFL-REQ-FOUND-SW            PIC X(01) VALUE 'N'.
027700     88  RFL-REQ-FOUND           VALUE 'Y'.
027800
027900 77  RFL-FILE-HEAD-SW            PIC X(01) VALUE 'N'.
028000     88  RFL-FILE-HEAD-DONE      VALUE 'Y'.
028100
028200 77  RFL-HASH-FOUND-SW           PIC X(01) VALUE 'N'.
028300     88  RFL-HASH-FOUND          VALUE 'Y'.
028307
028314 77  RFL-SEAL-EOF-SW             PIC X(01) VALUE 'N'.
028321     88  RFL-SEAL-AT-END         VALUE 'Y'.
028328
028335 77  RFL-SEAL-MATCH-SW           PIC X(01) VALUE 'N'.
028342     88  RFL-SEAL-MATCHES        VALUE 'Y'.
028349
028356 77  RFL-SEAL-BROKEN-SW          PIC X(01) VALUE 'N'.
028363     88  RFL-SEAL-BROKEN         VALUE 'Y'.
028370
028377 77  RFL-RESEAL-SW               PIC X(01) VALUE 'N'.
028384     88  RFL-RESEALING           VALUE 'Y'.
028400
028500*----------------------------------------------------------------*
028600*    DATES, RETENTION AND ERASURE KEY                            *
028700*----------------------------------------------------------------*
028800 01  RFL-TODAY-DATE              PIC 9(08) VALUE ZERO.
028900 01  RFL-TODAY-DATE-X REDEFINES RFL-TODAY-DATE.
029000     05  RFL-TODAY-YEAR          PIC 9(04).
029100     05  RFL-TODAY-MONTH-DAY     PIC 9(04).
029200 77  RFL-TAX-YEAR-START          PIC 9(08) VALUE ZERO.
029300 77  RFL-RETAIN-YEARS            PIC 9(02) VALUE 7.
029400 01  RFL-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
029500 01  RFL-CUTOFF-DATE-X REDEFINES RFL-CUTOFF-DATE
029600                                 PIC X(08).
029700 77  RFL-ERASE-KEY               PIC 9(09) VALUE ZERO.
029800
029900*----------------------------------------------------------------*
030000*    NUMERIC ARGUMENT PARSE WORK AREAS                           *
030100*----------------------------------------------------------------*
030200 77  RFL-PARSE-FIELD             PIC X(10).
030300 77  RFL-PARSE-NUMBER            PIC 9(09) COMP VALUE ZERO.
030400 77  RFL-PARSE-SUB               PIC 9(02) COMP VALUE ZERO.
030500 77  RFL-PARSE-DIGIT-COUNT       PIC 9(02) COMP VALUE ZERO.
030600 77  RFL-PARSE-VALID-SW          PIC X(01) VALUE 'N'.
030700     88  RFL-PARSE-VALID         VALUE 'Y'.
030800 77  RFL-PARSE-DONE-SW           PIC X(01) VALUE 'N'.
030900     88  RFL-PARSE-DONE          VALUE 'Y'.
031000 01  RFL-PARSE-DIGIT-X           PIC X(01).
031100 01  RFL-PARSE-DIGIT-9 REDEFINES RFL-PARSE-DIGIT-X
031200                                 PIC 9(01).
031300
031400*----------------------------------------------------------------*
031500*    ERASURE REQUEST TABLE - one entry per ID on the request     *
031600*    file, with its one-way reference, its outcome and what      *
031700*    was done to its records.                                    *
031800*----------------------------------------------------------------*
031900 77  RFL-MAX-REQUESTS            PIC 9(05) COMP VALUE 500.
032000 77  RFL-REQ-COUNT               PIC 9(05) COMP VALUE ZERO.
032100 77  RFL-REQ-SUB                 PIC 9(05) COMP VALUE ZERO.
032200 77  RFL-SCAN-SUB                PIC 9(05) COMP VALUE ZERO.
032300 01  RFL-REQUEST-TABLE.
032400     05  RFL-REQUEST-ENTRY       OCCURS 500 TIMES.
032500         10  RFL-REQ-ID          PIC X(10).
032600         10  RFL-REQ-CASE-REF    PIC X(20).
032700         10  RFL-REQ-STATE       PIC X(01).
032800             88  RFL-REQ-ACCEPTED    VALUE 'A'.
032900             88  RFL-REQ-REFUSED     VALUE 'R'.
033000             88  RFL-REQ-DUPLICATE   VALUE 'D'.
033100         10  RFL-REQ-REFERENCE   PIC X(10).
033200         10  RFL-REQ-REASON      PIC X(50).
033300         10  RFL-REQ-DELETED     PIC 9(07) COMP.
033400         10  RFL-REQ-PSEUDO      PIC 9(07) COMP.
033500 01  RFL-LOOKUP-ID               PIC X(10).
033600
033700*----------------------------------------------------------------*
033800*    ONE-WAY REFERENCE - each ID character is valued by its      *
033900*    place in RFL-HASH-ALPHABET (anything else counts as 38), so *
034000*    the reference does not depend on the machine's character    *
034100*    set.  The ID is folded in forwards then backwards under     *
034200*    the key, modulo a nine-digit prime.                         *
034300*----------------------------------------------------------------*
034400 01  RFL-HASH-ALPHABET           PIC X(37) VALUE
034500     '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ-'.
034600 77  RFL-HASH-MODULUS            PIC 9(09) COMP VALUE 999999937.
034700 77  RFL-HASH-VALUE              PIC 9(09) COMP VALUE ZERO.
034800 77  RFL-HASH-WORK               PIC 9(12) COMP VALUE ZERO.
034900 77  RFL-HASH-QUOTIENT           PIC 9(12) COMP VALUE ZERO.
035000 77  RFL-HASH-SUB                PIC 9(02) COMP VALUE ZERO.
035100 77  RFL-HASH-CHAR-SUB           PIC 9(02) COMP VALUE ZERO.
035200 77  RFL-HASH-CHAR-VALUE         PIC 9(02) COMP VALUE ZERO.
035300 01  RFL-HASH-CHAR               PIC X(01).
035400 01  RFL-HASH-DIGITS             PIC 9(09).
035500 01  RFL-REFERENCE-WORK.
035600     05  FILLER                  PIC X(01) VALUE '*'.
035700     05  RFL-REF-DIGITS          PIC X(09).
035800 01  RFL-PSEUDONYM.
035900     05  FILLER                  PIC X(15)
036000                                 VALUE 'ERASED ENTRANT '.
036100     05  RFL-PSN-REFERENCE       PIC X(10).
036200     05  FILLER                  PIC X(05) VALUE SPACES.
036300
036400*----------------------------------------------------------------*
036500*    SEQUENTIAL TARGET DESCRIPTION - the file being rewritten,   *
036600*    its organisation, and where the ID (and, on a pair line,    *
036700*    the second ID), the name and the record date sit in it.     *
036800*    A name position of zero means the record is never kept.     *
036900*----------------------------------------------------------------*
037000 77  RFL-TARGET-KIND             PIC X(01) VALUE SPACE.
037100     88  RFL-KIND-REPORT         VALUE 'R'.
037200     88  RFL-KIND-OLDRPT         VALUE 'O'.
037300     88  RFL-KIND-ARCHIVE        VALUE 'A'.
037400     88  RFL-KIND-TEXT           VALUE 'T'.
037410     88  RFL-KIND-PVRPT          VALUE 'P'.
037500 77  RFL-TGT-ID-POS              PIC 9(03) COMP VALUE ZERO.
037600 77  RFL-TGT-ID2-POS             PIC 9(03) COMP VALUE ZERO.
037700 77  RFL-TGT-NAME-POS            PIC 9(03) COMP VALUE ZERO.
037800 77  RFL-TGT-DATE-POS            PIC 9(03) COMP VALUE ZERO.
037900 77  RFL-TGT-HIT-POS             PIC 9(03) COMP VALUE ZERO.
038000 77  RFL-TARGET-RECNO            PIC 9(07) COMP VALUE ZERO.
038100 01  RFL-TARGET-LINE             PIC X(177).
038101
038103*----------------------------------------------------------------*
038106*    AUDIT-FILE SEAL WORK AREAS - see RFLSEL.CPY.  Each byte of  *
038109*    a .RPT record is valued by its code (the LOW-VALUE byte in  *
038112*    front of it makes the pair read as a binary number) and     *
038115*    folded into the running hash modulo a nine-digit prime; the *
038118*    square of the hash, the seal key and the record's number    *
038121*    are folded in after its last byte.                          *
038124*----------------------------------------------------------------*
038127 77  RFL-SEAL-KEY                PIC 9(09) VALUE ZERO.
038130 77  RFL-SEAL-MODULUS            PIC 9(09) COMP VALUE 999999937.
038133 77  RFL-SEAL-CHAIN              PIC 9(09) COMP VALUE ZERO.
038136 77  RFL-SEAL-COUNT              PIC 9(07) COMP VALUE ZERO.
038139 77  RFL-SEAL-CHECK              PIC 9(09) COMP VALUE ZERO.
038142 77  RFL-SEAL-WORK               PIC 9(18) COMP VALUE ZERO.
038145 77  RFL-SEAL-QUOTIENT           PIC 9(18) COMP VALUE ZERO.
038148 77  RFL-SEAL-SUB                PIC 9(03) COMP VALUE ZERO.
038151 77  RFL-SEALKEY-STATUS          PIC X(02).
038154     88  RFL-SEALKEY-OK          VALUE '00'.
038157 77  RFL-SEAL-KEY-SW             PIC X(01) VALUE 'N'.
038160     88  RFL-SEAL-KEY-LOADED     VALUE 'Y'.
038163     88  RFL-SEAL-KEY-UNUSABLE   VALUE 'X'.
038166 01  RFL-SEALKEY-FILE-NAME       PIC X(50) VALUE 'RFL.SEAL.KEY'.
038169 01  RFL-SEAL-IMAGE              PIC X(177).
038172 01  RFL-SEAL-BYTE-PAIR.
038175     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
038178     05  RFL-SEAL-BYTE           PIC X(01).
038181 01  RFL-SEAL-BYTE-CODE REDEFINES RFL-SEAL-BYTE-PAIR
038184                                 PIC 9(04) COMP.
038200
038300*----------------------------------------------------------------*
038400*    CHANGE BEING CERTIFIED                                      *
038500*----------------------------------------------------------------*
038600 77  RFL-CHANGE-ACTION           PIC X(01) VALUE SPACE.
038700     88  RFL-CHANGE-DELETE       VALUE 'D'.
038800     88  RFL-CHANGE-PSEUDONYMISE VALUE 'P'.
038900 77  RFL-CHANGE-RECNO            PIC 9(07) COMP VALUE ZERO.
039000 01  RFL-CHANGE-DATE             PIC X(08).
039100 01  RFL-CHANGE-TIME             PIC X(08).
039200 01  RFL-CHANGE-FILE-NAME        PIC X(57).
039300 01  RFL-SAVE-HISTORY            PIC X(128).
039400 01  RFL-SAVE-CLAIM              PIC X(117).
039500 01  RFL-DATE-EDIT               PIC 9(08).
039600
039700*----------------------------------------------------------------*
039800*    RUN COUNTERS                                                *
039900*----------------------------------------------------------------*
040000 77  RFL-ACCEPTED-COUNT          PIC 9(07) COMP VALUE ZERO.
040100 77  RFL-REFUSED-COUNT           PIC 9(07) COMP VALUE ZERO.
040200 77  RFL-DUPLICATE-COUNT         PIC 9(07) COMP VALUE ZERO.
040300 77  RFL-FILE-DELETED-COUNT      PIC 9(07) COMP VALUE ZERO.
040400 77  RFL-FILE-PSEUDO-COUNT       PIC 9(07) COMP VALUE ZERO.
040500 77  RFL-FILES-TOUCHED-COUNT     PIC 9(07) COMP VALUE ZERO.
040600 77  RFL-FILES-SEARCHED-COUNT    PIC 9(07) COMP VALUE ZERO.
040700 77  RFL-TOTAL-DELETED-COUNT     PIC 9(07) COMP VALUE ZERO.
040800 77  RFL-TOTAL-PSEUDO-COUNT      PIC 9(07) COMP VALUE ZERO.
040900
041000*----------------------------------------------------------------*
041100*    CERTIFICATE LINE WORK AREAS                                 *
041200*----------------------------------------------------------------*
041300 01  RFL-TITLE-LINE.
041400     05  FILLER                  PIC X(52) VALUE
041500         'DOMCODE RAFFLE - DATA-PROTECTION ERASURE CERTIFICATE'.
041600     05  FILLER                  PIC X(10) VALUE '  RUN DATE'.
041700     05  FILLER                  PIC X(01) VALUE SPACE.
041800     05  RFL-TTL-RUN-DATE        PIC 9(08).
041900
042000 01  RFL-RULE-LINE.
042100     05  FILLER                  PIC X(32) VALUE
042200         '  RECORDS DATED BEFORE         '.
042300     05  RFL-RUL-CUTOFF          PIC 9(08).
042400     05  FILLER                  PIC X(13) VALUE ' ARE DELETED,'.
042500     05  FILLER                  PIC X(37) VALUE
042600         ' LATER ONES ARE KEPT PSEUDONYMISED ('.
042700     05  RFL-RUL-YEARS           PIC Z9.
042800     05  FILLER                  PIC X(24) VALUE
042900         '-YEAR RETENTION).'.
043000
043100 01  RFL-TAX-LINE.
043200     05  FILLER                  PIC X(32) VALUE
043300         '  CURRENT TAX YEAR STARTED     '.
043400     05  RFL-TXL-START           PIC 9(08).
043500     05  FILLER                  PIC X(50) VALUE
043600         ' - A WIN SINCE THEN REFUSES THE REQUEST.'.
043700
043800 01  RFL-FILE-HEAD-LINE.
043900     05  FILLER                  PIC X(07) VALUE '  FILE '.
044000     05  RFL-FHL-FILE            PIC X(57).
044100
044200 01  RFL-DETAIL-LINE.
044300     05  FILLER                  PIC X(04) VALUE SPACES.
044400     05  RFL-DTL-ACTION          PIC X(14).
044500     05  RFL-DTL-ID              PIC X(10).
044600     05  FILLER                  PIC X(01) VALUE SPACE.
044700     05  RFL-DTL-AS              PIC X(03).
044800     05  RFL-DTL-REFERENCE       PIC X(10).
044900     05  FILLER                  PIC X(02) VALUE SPACES.
045000     05  RFL-DTL-LOCATOR         PIC X(07).
045100     05  RFL-DTL-RECNO           PIC X(07).
045200     05  FILLER                  PIC X(01) VALUE SPACE.
045300     05  RFL-DTL-DATED           PIC X(06).
045400     05  RFL-DTL-DATE            PIC X(08).
045500     05  FILLER                  PIC X(01) VALUE SPACE.
045600     05  RFL-DTL-TIME            PIC X(08).
045700 01  RFL-RECNO-EDIT              PIC ZZZZZZ9.
045800
045900 01  RFL-FILE-TOTAL-LINE.
046000     05  FILLER                  PIC X(24) VALUE
046100         '    FILE TOTAL - DELETED'.
046200     05  RFL-FTL-DELETED         PIC ZZZZZZ9.
046300     05  FILLER                  PIC X(16)
046400                                 VALUE '  PSEUDONYMISED'.
046500     05  RFL-FTL-PSEUDO          PIC ZZZZZZ9.
046600
046620 01  RFL-SEAL-REFUSED-LINE.
046630     05  FILLER                  PIC X(44) VALUE
046640         '    NOT CHANGED - ITS SEAL DOES NOT HOLD; '.
046650     05  FILLER                  PIC X(40) VALUE
046660         'LEFT AS IT WAS, CHECK IT WITH RFLSEL01'.
046670
046700 01  RFL-OUTCOME-HEAD-LINE.
046800     05  FILLER                  PIC X(44) VALUE
046900         '  ENTRANT ID CASE REFERENCE       OUTCOME   '.
047000     05  FILLER                  PIC X(44) VALUE
047100         'REFERENCE  DELETED  PSEUD  REASON REFUSED'.
047200
047300 01  RFL-OUTCOME-LINE.
047400     05  FILLER                  PIC X(02) VALUE SPACES.
047500     05  RFL-OCL-ID              PIC X(10).
047600     05  FILLER                  PIC X(01) VALUE SPACE.
047700     05  RFL-OCL-CASE-REF        PIC X(20).
047800     05  FILLER                  PIC X(01) VALUE SPACE.
047900     05  RFL-OCL-OUTCOME         PIC X(10).
048000     05  RFL-OCL-REFERENCE       PIC X(10).
048100     05  FILLER                  PIC X(01) VALUE SPACE.
048200     05  RFL-OCL-DELETED         PIC ZZZZZZ9.
048300     05  FILLER                  PIC X(01) VALUE SPACE.
048400     05  RFL-OCL-PSEUDO          PIC ZZZZZ9.
048500     05  FILLER                  PIC X(02) VALUE SPACES.
048600     05  RFL-OCL-REASON          PIC X(50).
048700
048800 01  RFL-TOTAL-LINE.
048900     05  RFL-TOT-LABEL           PIC X(40).
049000     05  RFL-TOT-COUNT           PIC ZZZZZZ9.
049100
049200 01  RFL-CLOSING-LINE.
049300     05  FILLER                  PIC X(50) VALUE
049400         'CERTIFIED - EVERY RECORD LISTED ABOVE WAS DELETED '.
049500     05  FILLER                  PIC X(28) VALUE
049600         'OR PSEUDONYMISED BY RFLERA01'.
049700     05  FILLER                  PIC X(04) VALUE ' ON '.
049800     05  RFL-CLS-RUN-DATE        PIC 9(08).
049900     05  FILLER                  PIC X(01) VALUE '.'.
050000
050100 PROCEDURE DIVISION.
050200*****************************************************************
050300*  0000-MAINLINE                                                *
050400*****************************************************************
050500 0000-MAINLINE.
050600     DISPLAY 'RFLERA01 - DATA-PROTECTION ERASURE'.
050700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
050800     IF NOT RFL-ANY-FAILURE
050900         PERFORM 2000-LOAD-REQUESTS THRU 2000-LOAD-REQUESTS-EXIT
051000     END-IF.
051100     IF NOT RFL-ANY-FAILURE
051200         PERFORM 2500-SCREEN-REQUESTS
051300             THRU 2500-SCREEN-REQUESTS-EXIT
051400     END-IF.
051500     IF NOT RFL-ANY-FAILURE
051600         PERFORM 3000-OPEN-CERTIFICATE
051700             THRU 3000-OPEN-CERTIFICATE-EXIT
051800     END-IF.
051900     IF NOT RFL-ANY-FAILURE AND RFL-ACCEPTED-COUNT > ZERO
052000         PERFORM 4000-ERASE-HISTORY THRU 4000-ERASE-HISTORY-EXIT
052100         PERFORM 4500-ERASE-CLAIMS THRU 4500-ERASE-CLAIMS-EXIT
052110         PERFORM 4800-ERASE-VOUCHERS THRU 4800-ERASE-VOUCHERS-EXIT
052200         PERFORM 5000-ERASE-FROM-MANIFEST
052300             THRU 5000-ERASE-FROM-MANIFEST-EXIT
052400         PERFORM 6000-ERASE-HR-FILES THRU 6000-ERASE-HR-FILES-EXIT
052500         PERFORM 7000-ERASE-ARCHIVES THRU 7000-ERASE-ARCHIVES-EXIT
052600     END-IF.
052700     IF RFL-CERT-OPEN
052800         PERFORM 7500-PRINT-OUTCOMES THRU 7500-PRINT-OUTCOMES-EXIT
052900         CLOSE CERT-FILE
053000     END-IF.
053100     IF RFL-ANY-FAILURE
053200         MOVE 8 TO RETURN-CODE
053300     ELSE
053400         IF RFL-REFUSED-COUNT > ZERO
053500             MOVE 4 TO RETURN-CODE
053600         END-IF
053700     END-IF.
053800     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
053900     STOP RUN.
054000
054100*****************************************************************
054200*  1000-INITIALIZE - pick up the arguments, read the erasure     *
054300*                    key and work out the tax-year start and     *
054400*                    the retention cutoff.  No key, no run - a   *
054500*                    reference made without it would not be      *
054600*                    one-way.                                    *
054700*****************************************************************
054800 1000-INITIALIZE.
054900     PERFORM 1010-GET-ONE-ARGUMENT
055000         THRU 1010-GET-ONE-ARGUMENT-EXIT
055100         UNTIL RFL-NO-MORE-ARGS.
055200     ACCEPT RFL-TODAY-DATE FROM DATE YYYYMMDD.
055300     COMPUTE RFL-TAX-YEAR-START = RFL-TODAY-YEAR * 10000 + 101.
055400     COMPUTE RFL-CUTOFF-DATE =
055500         (RFL-TODAY-YEAR - RFL-RETAIN-YEARS) * 10000
055600         + RFL-TODAY-MONTH-DAY.
055700     OPEN INPUT KEY-FILE.
055800     IF NOT RFL-KEY-OK
055900         DISPLAY 'CANNOT OPEN ERASURE KEY FILE: '
056000             RFL-KEY-FILE-NAME
056100             ' STATUS ' RFL-KEY-STATUS UPON SYSERR
056200         MOVE 'Y' TO RFL-ANY-FAILURE-SW
056300         GO TO 1000-INITIALIZE-EXIT
056400     END-IF.
056500     MOVE SPACES TO RFL-KEY-RECORD.
056600     READ KEY-FILE
056700         AT END
056800             MOVE SPACES TO RFL-KEY-RECORD
056900     END-READ.
057000     CLOSE KEY-FILE.
057100     IF RFL-KEY-RECORD(1:9) IS NOT NUMERIC
057200         DISPLAY 'ERASURE KEY FILE DOES NOT START WITH A '
057300             'NINE-DIGIT KEY - NOTHING ERASED' UPON SYSERR
057400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
057500         GO TO 1000-INITIALIZE-EXIT
057600     END-IF.
057700     MOVE RFL-KEY-RECORD(1:9) TO RFL-ERASE-KEY.
057800     DISPLAY 'TAX YEAR STARTED ' RFL-TAX-YEAR-START
057900         ' - RETAINING ' RFL-RETAIN-YEARS
058000         ' YEARS, DELETING RECORDS DATED BEFORE ' RFL-CUTOFF-DATE.
058100 1000-INITIALIZE-EXIT.
058200     EXIT.
058300
058400 1010-GET-ONE-ARGUMENT.
058500     MOVE SPACES TO RFL-ARGUMENT.
058600     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
058700         ON EXCEPTION
058800             MOVE 'N' TO RFL-MORE-ARGS-SW
058900             GO TO 1010-GET-ONE-ARGUMENT-EXIT
059000     END-ACCEPT.
059100     IF RFL-ARGUMENT(1:6) = RFL-ERASE-TAG
059200         MOVE RFL-ARGUMENT(7:50) TO RFL-REQUEST-FILE-NAME
059300         GO TO 1010-GET-ONE-ARGUMENT-EXIT
059400     END-IF.
059500     IF RFL-ARGUMENT(1:8) = RFL-KEYFILE-TAG
059600         MOVE RFL-ARGUMENT(9:50) TO RFL-KEY-FILE-NAME
059700         GO TO 1010-GET-ONE-ARGUMENT-EXIT
059800     END-IF.
059900     IF RFL-ARGUMENT(1:9) = RFL-MANIFEST-TAG
060000         MOVE RFL-ARGUMENT(10:50) TO RFL-MANIFEST-NAME
060100         GO TO 1010-GET-ONE-ARGUMENT-EXIT
060200     END-IF.
060300     IF RFL-ARGUMENT(1:8) = RFL-ARCLIST-TAG
060400         MOVE RFL-ARGUMENT(9:50) TO RFL-ARCLIST-FILE-NAME
060500         GO TO 1010-GET-ONE-ARGUMENT-EXIT
060600     END-IF.
060700     IF RFL-ARGUMENT(1:5) = RFL-CERT-TAG
060800         MOVE RFL-ARGUMENT(6:50) TO RFL-CERT-FILE-NAME
060900         GO TO 1010-GET-ONE-ARGUMENT-EXIT
061000     END-IF.
061010     IF RFL-ARGUMENT(1:8) = RFL-VCHFILE-TAG
061020         MOVE RFL-ARGUMENT(9:50) TO RFL-VOUCHER-FILE-NAME
061030         GO TO 1010-GET-ONE-ARGUMENT-EXIT
061040     END-IF.
061050     IF RFL-ARGUMENT(1:8) = RFL-SEALKEY-TAG
061060         MOVE RFL-ARGUMENT(9:50) TO RFL-SEALKEY-FILE-NAME
061070         GO TO 1010-GET-ONE-ARGUMENT-EXIT
061080     END-IF.
061100     IF RFL-ARGUMENT(1:7) = RFL-RETAIN-TAG
061200         MOVE RFL-ARGUMENT(8:10) TO RFL-PARSE-FIELD
061300         PERFORM 8000-PARSE-NUMBER THRU 8000-PARSE-NUMBER-EXIT
061400         IF RFL-PARSE-VALID
061500                 AND RFL-PARSE-NUMBER > ZERO
061600                 AND RFL-PARSE-NUMBER < 100
061700             MOVE RFL-PARSE-NUMBER TO RFL-RETAIN-YEARS
061800         ELSE
061900             DISPLAY 'BAD RETENTION IGNORED (1-99 YEARS): '
062000                 RFL-ARGUMENT UPON SYSERR
062100         END-IF
062200         GO TO 1010-GET-ONE-ARGUMENT-EXIT
062300     END-IF.
062400     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
062500         UPON SYSERR.
062600 1010-GET-ONE-ARGUMENT-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000*  2000-LOAD-REQUESTS - read the request file into the table and *
063100*                       work out each entrant's one-way          *
063200*                       reference.  An ID asked for twice is     *
063300*                       acted on once.  More requests than the   *
063400*                       table holds fails the run untouched -    *
063500*                       split the list.                          *
063600*****************************************************************
063700 2000-LOAD-REQUESTS.
063800     MOVE 'N' TO RFL-REQUEST-EOF-SW.
063900     OPEN INPUT REQUEST-FILE.
064000     IF NOT RFL-REQUEST-OK
064100         DISPLAY 'CANNOT OPEN ERASURE REQUESTS: '
064200             RFL-REQUEST-FILE-NAME
064300             ' STATUS ' RFL-REQUEST-STATUS UPON SYSERR
064400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
064500         GO TO 2000-LOAD-REQUESTS-EXIT
064600     END-IF.
064700     PERFORM 2100-LOAD-ONE-REQUEST
064800         THRU 2100-LOAD-ONE-REQUEST-EXIT
064900         UNTIL RFL-REQUEST-AT-END.
065000     CLOSE REQUEST-FILE.
065100     DISPLAY RFL-REQ-COUNT ' ERASURE REQUEST(S) READ FROM '
065200         RFL-REQUEST-FILE-NAME.
065300 2000-LOAD-REQUESTS-EXIT.
065400     EXIT.
065500
065600 2100-LOAD-ONE-REQUEST.
065700     READ REQUEST-FILE
065800         AT END
065900             MOVE 'Y' TO RFL-REQUEST-EOF-SW
066000             GO TO 2100-LOAD-ONE-REQUEST-EXIT
066100     END-READ.
066200     IF RFL-ERQ-ENTRANT-ID = SPACES
066300         GO TO 2100-LOAD-ONE-REQUEST-EXIT
066400     END-IF.
066500     IF RFL-REQ-COUNT = RFL-MAX-REQUESTS
066600         DISPLAY 'MORE THAN ' RFL-MAX-REQUESTS
066700             ' ERASURE REQUESTS - SPLIT THE LIST, NOTHING ERASED'
066800             UPON SYSERR
066900         MOVE 'Y' TO RFL-ANY-FAILURE-SW
067000         MOVE 'Y' TO RFL-REQUEST-EOF-SW
067100         GO TO 2100-LOAD-ONE-REQUEST-EXIT
067200     END-IF.
067300     MOVE RFL-ERQ-ENTRANT-ID TO RFL-LOOKUP-ID.
067400     PERFORM 8100-FIND-ERASED-ID THRU 8100-FIND-ERASED-ID-EXIT.
067500     ADD 1 TO RFL-REQ-COUNT.
067600     MOVE RFL-REQ-COUNT TO RFL-REQ-SUB.
067700     MOVE RFL-ERQ-ENTRANT-ID TO RFL-REQ-ID(RFL-REQ-SUB).
067800     MOVE RFL-ERQ-CASE-REF TO RFL-REQ-CASE-REF(RFL-REQ-SUB).
067900     MOVE SPACES TO RFL-REQ-REASON(RFL-REQ-SUB).
068000     MOVE ZERO TO RFL-REQ-DELETED(RFL-REQ-SUB).
068100     MOVE ZERO TO RFL-REQ-PSEUDO(RFL-REQ-SUB).
068200     IF RFL-REQ-FOUND
068300         MOVE 'D' TO RFL-REQ-STATE(RFL-REQ-SUB)
068400         MOVE SPACES TO RFL-REQ-REFERENCE(RFL-REQ-SUB)
068500         MOVE 'SAME ID EARLIER ON THE LIST - ACTED ON THERE'
068600             TO RFL-REQ-REASON(RFL-REQ-SUB)
068700         ADD 1 TO RFL-DUPLICATE-COUNT
068800         GO TO 2100-LOAD-ONE-REQUEST-EXIT
068900     END-IF.
069000     MOVE 'A' TO RFL-REQ-STATE(RFL-REQ-SUB).
069100     PERFORM 8200-MAKE-REFERENCE THRU 8200-MAKE-REFERENCE-EXIT.
069200     MOVE RFL-REFERENCE-WORK TO RFL-REQ-REFERENCE(RFL-REQ-SUB).
069300 2100-LOAD-ONE-REQUEST-EXIT.
069400     EXIT.
069500
069600*****************************************************************
069700*  2500-SCREEN-REQUESTS - refuse every entrant with a win inside *
069800*                         the current tax year (payroll has not  *
069900*                         reported it yet) or an OPEN claim (the *
070000*                         clerk has not settled it yet).  Both   *
070100*                         masters must open - an unscreened      *
070200*                         erasure is not run at all.             *
070300*****************************************************************
070400 2500-SCREEN-REQUESTS.
070500     OPEN INPUT HISTORY-FILE.
070600     IF NOT RFL-HISTORY-OK
070700         DISPLAY 'CANNOT OPEN HISTORY MASTER: '
070800             RFL-HISTORY-FILE-NAME
070900             ' STATUS ' RFL-HISTORY-STATUS UPON SYSERR
071000         MOVE 'Y' TO RFL-ANY-FAILURE-SW
071100         GO TO 2500-SCREEN-REQUESTS-EXIT
071200     END-IF.
071300     OPEN INPUT CLAIM-FILE.
071400     IF NOT RFL-CLAIM-OK
071500         DISPLAY 'CANNOT OPEN CLAIM MASTER: ' RFL-CLAIM-FILE-NAME
071600             ' STATUS ' RFL-CLAIM-STATUS UPON SYSERR
071700         MOVE 'Y' TO RFL-ANY-FAILURE-SW
071800         CLOSE HISTORY-FILE
071900         GO TO 2500-SCREEN-REQUESTS-EXIT
072000     END-IF.
072100     PERFORM 2600-SCREEN-ONE-REQUEST
072200         THRU 2600-SCREEN-ONE-REQUEST-EXIT
072300         VARYING RFL-REQ-SUB FROM 1 BY 1
072400         UNTIL RFL-REQ-SUB > RFL-REQ-COUNT.
072500     CLOSE CLAIM-FILE.
072600     CLOSE HISTORY-FILE.
072700     DISPLAY RFL-ACCEPTED-COUNT ' ACCEPTED, '
072800         RFL-REFUSED-COUNT ' REFUSED'.
072900 2500-SCREEN-REQUESTS-EXIT.
073000     EXIT.
073100
073200 2600-SCREEN-ONE-REQUEST.
073300     IF NOT RFL-REQ-ACCEPTED(RFL-REQ-SUB)
073400         GO TO 2600-SCREEN-ONE-REQUEST-EXIT
073500     END-IF.
073600     MOVE 'N' TO RFL-BROWSE-DONE-SW.
073700     MOVE RFL-REQ-ID(RFL-REQ-SUB) TO RFL-HIST-ENTRANT-ID.
073800     MOVE ZERO TO RFL-HIST-DRAW-DATE.
073900     MOVE ZERO TO RFL-HIST-DRAW-TIME.
074000     START HISTORY-FILE KEY NOT < RFL-HIST-KEY
074100         INVALID KEY
074200             MOVE 'Y' TO RFL-BROWSE-DONE-SW
074300     END-START.
074400     PERFORM 2610-SCREEN-ONE-WIN
074500         THRU 2610-SCREEN-ONE-WIN-EXIT
074600         UNTIL RFL-BROWSE-DONE.
074700     IF RFL-REQ-REFUSED(RFL-REQ-SUB)
074800         GO TO 2600-SCREEN-ONE-REQUEST-EXIT
074900     END-IF.
075000     MOVE 'N' TO RFL-BROWSE-DONE-SW.
075100     MOVE RFL-REQ-ID(RFL-REQ-SUB) TO RFL-CLM-ENTRANT-ID.
075200     MOVE ZERO TO RFL-CLM-DRAW-DATE.
075300     MOVE ZERO TO RFL-CLM-DRAW-TIME.
075400     START CLAIM-FILE KEY NOT < RFL-CLM-KEY
075500         INVALID KEY
075600             MOVE 'Y' TO RFL-BROWSE-DONE-SW
075700     END-START.
075800     PERFORM 2620-SCREEN-ONE-CLAIM
075900         THRU 2620-SCREEN-ONE-CLAIM-EXIT
076000         UNTIL RFL-BROWSE-DONE.
076100     IF RFL-REQ-ACCEPTED(RFL-REQ-SUB)
076200         ADD 1 TO RFL-ACCEPTED-COUNT
076300     END-IF.
076400 2600-SCREEN-ONE-REQUEST-EXIT.
076500     EXIT.
076600
076700 2610-SCREEN-ONE-WIN.
076800     READ HISTORY-FILE NEXT
076900         AT END
077000             MOVE 'Y' TO RFL-BROWSE-DONE-SW
077100             GO TO 2610-SCREEN-ONE-WIN-EXIT
077200     END-READ.
077300     IF RFL-HIST-ENTRANT-ID NOT = RFL-REQ-ID(RFL-REQ-SUB)
077400         MOVE 'Y' TO RFL-BROWSE-DONE-SW
077500         GO TO 2610-SCREEN-ONE-WIN-EXIT
077600     END-IF.
077700     IF RFL-HIST-DRAW-DATE NOT < RFL-TAX-YEAR-START
077800         MOVE 'R' TO RFL-REQ-STATE(RFL-REQ-SUB)
077900         MOVE RFL-HIST-DRAW-DATE TO RFL-DATE-EDIT
078000         STRING 'WIN IN THE CURRENT TAX YEAR, DRAWN '
078100                 DELIMITED BY SIZE
078200             RFL-DATE-EDIT DELIMITED BY SIZE
078300             INTO RFL-REQ-REASON(RFL-REQ-SUB)
078400         END-STRING
078500         ADD 1 TO RFL-REFUSED-COUNT
078600         MOVE 'Y' TO RFL-BROWSE-DONE-SW
078700     END-IF.
078800 2610-SCREEN-ONE-WIN-EXIT.
078900     EXIT.
079000
079100 2620-SCREEN-ONE-CLAIM.
079200     READ CLAIM-FILE NEXT
079300         AT END
079400             MOVE 'Y' TO RFL-BROWSE-DONE-SW
079500             GO TO 2620-SCREEN-ONE-CLAIM-EXIT
079600     END-READ.
079700     IF RFL-CLM-ENTRANT-ID NOT = RFL-REQ-ID(RFL-REQ-SUB)
079800         MOVE 'Y' TO RFL-BROWSE-DONE-SW
079900         GO TO 2620-SCREEN-ONE-CLAIM-EXIT
080000     END-IF.
080100     IF RFL-CLM-OPEN
080200         MOVE 'R' TO RFL-REQ-STATE(RFL-REQ-SUB)
080300         MOVE RFL-CLM-DRAW-DATE TO RFL-DATE-EDIT
080400         STRING 'OPEN CLAIM FOR THE DRAW OF ' DELIMITED BY SIZE
080500             RFL-DATE-EDIT DELIMITED BY SIZE
080600             INTO RFL-REQ-REASON(RFL-REQ-SUB)
080700         END-STRING
080800         ADD 1 TO RFL-REFUSED-COUNT
080900         MOVE 'Y' TO RFL-BROWSE-DONE-SW
081000     END-IF.
081100 2620-SCREEN-ONE-CLAIM-EXIT.
081200     EXIT.
081300
081400*****************************************************************
081500*  3000-OPEN-CERTIFICATE - open the certificate and print the    *
081600*                          rules the run applied.                *
081700*****************************************************************
081800 3000-OPEN-CERTIFICATE.
081900     OPEN OUTPUT CERT-FILE.
082000     IF NOT RFL-CERT-OK
082100         DISPLAY 'CANNOT WRITE ' RFL-CERT-FILE-NAME
082200             ' STATUS ' RFL-CERT-STATUS UPON SYSERR
082300         MOVE 'Y' TO RFL-ANY-FAILURE-SW
082400         GO TO 3000-OPEN-CERTIFICATE-EXIT
082500     END-IF.
082600     MOVE 'Y' TO RFL-CERT-OPEN-SW.
082700     MOVE RFL-TODAY-DATE TO RFL-TTL-RUN-DATE.
082800     MOVE RFL-TITLE-LINE TO RFL-CERT-RECORD.
082900     WRITE RFL-CERT-RECORD.
083000     MOVE SPACES TO RFL-CERT-RECORD.
083100     WRITE RFL-CERT-RECORD.
083200     MOVE RFL-CUTOFF-DATE TO RFL-RUL-CUTOFF.
083300     MOVE RFL-RETAIN-YEARS TO RFL-RUL-YEARS.
083400     MOVE RFL-RULE-LINE TO RFL-CERT-RECORD.
083500     WRITE RFL-CERT-RECORD.
083600     MOVE RFL-TAX-YEAR-START TO RFL-TXL-START.
083700     MOVE RFL-TAX-LINE TO RFL-CERT-RECORD.
083800     WRITE RFL-CERT-RECORD.
083900     MOVE SPACES TO RFL-CERT-RECORD.
084000     WRITE RFL-CERT-RECORD.
084100     MOVE 'RECORDS CHANGED, BY FILE' TO RFL-CERT-RECORD.
084200     WRITE RFL-CERT-RECORD.
084300 3000-OPEN-CERTIFICATE-EXIT.
084400     EXIT.
084500
084600*****************************************************************
084700*  4000-ERASE-HISTORY - every win of every accepted entrant on   *
084800*                       the winner-history master.  A win kept   *
084900*                       for retention is written back under the  *
085000*                       reference (the ID is part of the key, so *
085100*                       it is a new record) before the original  *
085200*                       is deleted - a failed write loses        *
085300*                       nothing.                                 *
085400*****************************************************************
085500 4000-ERASE-HISTORY.
085600     MOVE RFL-HISTORY-FILE-NAME TO RFL-CHANGE-FILE-NAME.
085700     PERFORM 8400-START-FILE-LOG THRU 8400-START-FILE-LOG-EXIT.
085800     OPEN I-O HISTORY-FILE.
085900     IF NOT RFL-HISTORY-OK
086000         DISPLAY 'CANNOT UPDATE HISTORY MASTER: '
086100             RFL-HISTORY-FILE-NAME
086200             ' STATUS ' RFL-HISTORY-STATUS UPON SYSERR
086300         MOVE 'Y' TO RFL-ANY-FAILURE-SW
086400         GO TO 4000-ERASE-HISTORY-EXIT
086500     END-IF.
086600     PERFORM 4100-ERASE-HISTORY-FOR-ONE
086700         THRU 4100-ERASE-HISTORY-FOR-ONE-EXIT
086800         VARYING RFL-REQ-SUB FROM 1 BY 1
086900         UNTIL RFL-REQ-SUB > RFL-REQ-COUNT.
087000     CLOSE HISTORY-FILE.
087100     PERFORM 8500-END-FILE-LOG THRU 8500-END-FILE-LOG-EXIT.
087200 4000-ERASE-HISTORY-EXIT.
087300     EXIT.
087400
087500 4100-ERASE-HISTORY-FOR-ONE.
087600     IF NOT RFL-REQ-ACCEPTED(RFL-REQ-SUB)
087700         GO TO 4100-ERASE-HISTORY-FOR-ONE-EXIT
087800     END-IF.
087900     MOVE 'N' TO RFL-BROWSE-DONE-SW.
088000     PERFORM 4200-ERASE-ONE-WIN
088100         THRU 4200-ERASE-ONE-WIN-EXIT
088200         UNTIL RFL-BROWSE-DONE.
088300 4100-ERASE-HISTORY-FOR-ONE-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700*  4200-ERASE-ONE-WIN - position on the entrant's first          *
088800*                       remaining win afresh each time, since    *
088900*                       the one before has just been deleted.    *
089000*****************************************************************
089100 4200-ERASE-ONE-WIN.
089200     MOVE RFL-REQ-ID(RFL-REQ-SUB) TO RFL-HIST-ENTRANT-ID.
089300     MOVE ZERO TO RFL-HIST-DRAW-DATE.
089400     MOVE ZERO TO RFL-HIST-DRAW-TIME.
089500     START HISTORY-FILE KEY NOT < RFL-HIST-KEY
089600         INVALID KEY
089700             MOVE 'Y' TO RFL-BROWSE-DONE-SW
089800             GO TO 4200-ERASE-ONE-WIN-EXIT
089900     END-START.
090000     READ HISTORY-FILE NEXT
090100         AT END
090200             MOVE 'Y' TO RFL-BROWSE-DONE-SW
090300             GO TO 4200-ERASE-ONE-WIN-EXIT
090400     END-READ.
090500     IF RFL-HIST-ENTRANT-ID NOT = RFL-REQ-ID(RFL-REQ-SUB)
090600         MOVE 'Y' TO RFL-BROWSE-DONE-SW
090700         GO TO 4200-ERASE-ONE-WIN-EXIT
090800     END-IF.
090900     MOVE RFL-HISTORY-RECORD TO RFL-SAVE-HISTORY.
091000     MOVE RFL-HIST-DRAW-DATE TO RFL-DATE-EDIT.
091100     MOVE RFL-DATE-EDIT TO RFL-CHANGE-DATE.
091200     MOVE RFL-HIST-DRAW-TIME TO RFL-DATE-EDIT.
091300     MOVE RFL-DATE-EDIT TO RFL-CHANGE-TIME.
091400     MOVE ZERO TO RFL-CHANGE-RECNO.
091500     IF RFL-HIST-DRAW-DATE < RFL-CUTOFF-DATE
091600         MOVE 'D' TO RFL-CHANGE-ACTION
091700     ELSE
091800         MOVE 'P' TO RFL-CHANGE-ACTION
091900         MOVE RFL-REQ-REFERENCE(RFL-REQ-SUB)
092000             TO RFL-HIST-ENTRANT-ID
092100         MOVE RFL-REQ-REFERENCE(RFL-REQ-SUB) TO RFL-PSN-REFERENCE
092200         MOVE RFL-PSEUDONYM TO RFL-HIST-WINNER-NAME
092300         WRITE RFL-HISTORY-RECORD
092400             INVALID KEY
092500                 DISPLAY 'PSEUDONYMISED WIN NOT WRITTEN, STATUS '
092600                     RFL-HISTORY-STATUS ' - '
092700                     RFL-REQ-ID(RFL-REQ-SUB) ' '
092800                     RFL-CHANGE-DATE UPON SYSERR
092900                 MOVE 'Y' TO RFL-ANY-FAILURE-SW
093000                 MOVE 'Y' TO RFL-BROWSE-DONE-SW
093100                 GO TO 4200-ERASE-ONE-WIN-EXIT
093200         END-WRITE
093300     END-IF.
093400     MOVE RFL-SAVE-HISTORY TO RFL-HISTORY-RECORD.
093500     DELETE HISTORY-FILE RECORD
093600         INVALID KEY
093700             DISPLAY 'HISTORY DELETE FAILED, STATUS '
093800                 RFL-HISTORY-STATUS ' - '
093900                 RFL-REQ-ID(RFL-REQ-SUB) ' '
094000                 RFL-CHANGE-DATE UPON SYSERR
094100             MOVE 'Y' TO RFL-ANY-FAILURE-SW
094200             MOVE 'Y' TO RFL-BROWSE-DONE-SW
094300             GO TO 4200-ERASE-ONE-WIN-EXIT
094400     END-DELETE.
094500     PERFORM 8300-LOG-CHANGE THRU 8300-LOG-CHANGE-EXIT.
094600 4200-ERASE-ONE-WIN-EXIT.
094700     EXIT.
094800
094900*****************************************************************
095000*  4500-ERASE-CLAIMS - the same treatment for the claim-status   *
095100*                      master.  Only closed claims are left by   *
095200*                      now - an OPEN one refused its entrant.    *
095300*                      A claim carries no name, so keeping one   *
095400*                      only means re-keying it under the         *
095500*                      reference.                                *
095600*****************************************************************
095700 4500-ERASE-CLAIMS.
095800     MOVE RFL-CLAIM-FILE-NAME TO RFL-CHANGE-FILE-NAME.
095900     PERFORM 8400-START-FILE-LOG THRU 8400-START-FILE-LOG-EXIT.
096000     OPEN I-O CLAIM-FILE.
096100     IF NOT RFL-CLAIM-OK
096200         DISPLAY 'CANNOT UPDATE CLAIM MASTER: '
096300             RFL-CLAIM-FILE-NAME
096400             ' STATUS ' RFL-CLAIM-STATUS UPON SYSERR
096500         MOVE 'Y' TO RFL-ANY-FAILURE-SW
096600         GO TO 4500-ERASE-CLAIMS-EXIT
096700     END-IF.
096800     PERFORM 4600-ERASE-CLAIMS-FOR-ONE
096900         THRU 4600-ERASE-CLAIMS-FOR-ONE-EXIT
097000         VARYING RFL-REQ-SUB FROM 1 BY 1
097100         UNTIL RFL-REQ-SUB > RFL-REQ-COUNT.
097200     CLOSE CLAIM-FILE.
097300     PERFORM 8500-END-FILE-LOG THRU 8500-END-FILE-LOG-EXIT.
097400 4500-ERASE-CLAIMS-EXIT.
097500     EXIT.
097600
097700 4600-ERASE-CLAIMS-FOR-ONE.
097800     IF NOT RFL-REQ-ACCEPTED(RFL-REQ-SUB)
097900         GO TO 4600-ERASE-CLAIMS-FOR-ONE-EXIT
098000     END-IF.
098100     MOVE 'N' TO RFL-BROWSE-DONE-SW.
098200     PERFORM 4700-ERASE-ONE-CLAIM
098300         THRU 4700-ERASE-ONE-CLAIM-EXIT
098400         UNTIL RFL-BROWSE-DONE.
098500 4600-ERASE-CLAIMS-FOR-ONE-EXIT.
098600     EXIT.
098700
098800 4700-ERASE-ONE-CLAIM.
098900     MOVE RFL-REQ-ID(RFL-REQ-SUB) TO RFL-CLM-ENTRANT-ID.
099000     MOVE ZERO TO RFL-CLM-DRAW-DATE.
099100     MOVE ZERO TO RFL-CLM-DRAW-TIME.
099200     START CLAIM-FILE KEY NOT < RFL-CLM-KEY
099300         INVALID KEY
099400             MOVE 'Y' TO RFL-BROWSE-DONE-SW
099500             GO TO 4700-ERASE-ONE-CLAIM-EXIT
099600     END-START.
099700     READ CLAIM-FILE NEXT
099800         AT END
099900             MOVE 'Y' TO RFL-BROWSE-DONE-SW
100000             GO TO 4700-ERASE-ONE-CLAIM-EXIT
100100     END-READ.
100200     IF RFL-CLM-ENTRANT-ID NOT = RFL-REQ-ID(RFL-REQ-SUB)
100300         MOVE 'Y' TO RFL-BROWSE-DONE-SW
100400         GO TO 4700-ERASE-ONE-CLAIM-EXIT
100500     END-IF.
100600     MOVE RFL-CLAIM-RECORD TO RFL-SAVE-CLAIM.
100700     MOVE RFL-CLM-DRAW-DATE TO RFL-DATE-EDIT.
100800     MOVE RFL-DATE-EDIT TO RFL-CHANGE-DATE.
100900     MOVE RFL-CLM-DRAW-TIME TO RFL-DATE-EDIT.
101000     MOVE RFL-DATE-EDIT TO RFL-CHANGE-TIME.
101100     MOVE ZERO TO RFL-CHANGE-RECNO.
101200     IF RFL-CLM-DRAW-DATE < RFL-CUTOFF-DATE
101300         MOVE 'D' TO RFL-CHANGE-ACTION
101400     ELSE
101500         MOVE 'P' TO RFL-CHANGE-ACTION
101600         MOVE RFL-REQ-REFERENCE(RFL-REQ-SUB)
101700             TO RFL-CLM-ENTRANT-ID
101800         WRITE RFL-CLAIM-RECORD
101900             INVALID KEY
102000                 DISPLAY 'PSEUDONYMISED CLAIM NOT WRITTEN, '
102100                     'STATUS '
102200                     RFL-CLAIM-STATUS ' - '
102300                     RFL-REQ-ID(RFL-REQ-SUB) ' '
102400                     RFL-CHANGE-DATE UPON SYSERR
102500                 MOVE 'Y' TO RFL-ANY-FAILURE-SW
102600                 MOVE 'Y' TO RFL-BROWSE-DONE-SW
102700                 GO TO 4700-ERASE-ONE-CLAIM-EXIT
102800         END-WRITE
102900     END-IF.
103000     MOVE RFL-SAVE-CLAIM TO RFL-CLAIM-RECORD.
103100     DELETE CLAIM-FILE RECORD
103200         INVALID KEY
103300             DISPLAY 'CLAIM DELETE FAILED, STATUS '
103400                 RFL-CLAIM-STATUS ' - '
103500                 RFL-REQ-ID(RFL-REQ-SUB) ' '
103600                 RFL-CHANGE-DATE UPON SYSERR
103700             MOVE 'Y' TO RFL-ANY-FAILURE-SW
103800             MOVE 'Y' TO RFL-BROWSE-DONE-SW
103900             GO TO 4700-ERASE-ONE-CLAIM-EXIT
104000     END-DELETE.
104100     PERFORM 8300-LOG-CHANGE THRU 8300-LOG-CHANGE-EXIT.
104200 4700-ERASE-ONE-CLAIM-EXIT.
104300     EXIT.
104400
104401*****************************************************************
104402*  4800-ERASE-VOUCHERS - the prize-voucher register.  A voucher is *
104403*                        keyed by its number, not the ID, so the   *
104404*                        whole register is swept.  One drawn       *
104405*                        before the retention cutoff is deleted;   *
104406*                        a later one keeps its number and status   *
104407*                        but carries the reference instead of the  *
104408*                        ID.  No register yet, nothing to erase.   *
104409*****************************************************************
104410 4800-ERASE-VOUCHERS.
104411     MOVE RFL-VOUCHER-FILE-NAME TO RFL-CHANGE-FILE-NAME.
104412     PERFORM 8400-START-FILE-LOG THRU 8400-START-FILE-LOG-EXIT.
104413     OPEN I-O VOUCHER-FILE.
104414     IF RFL-VOUCHER-NOT-FOUND
104415         GO TO 4800-ERASE-VOUCHERS-EXIT
104416     END-IF.
104417     IF NOT RFL-VOUCHER-OK
104418         DISPLAY 'CANNOT UPDATE VOUCHER REGISTER: '
104419             RFL-VOUCHER-FILE-NAME
104420             ' STATUS ' RFL-VOUCHER-STATUS UPON SYSERR
104421         MOVE 'Y' TO RFL-ANY-FAILURE-SW
104422         GO TO 4800-ERASE-VOUCHERS-EXIT
104423     END-IF.
104424     MOVE 'N' TO RFL-BROWSE-DONE-SW.
104425     MOVE ZERO TO RFL-VCH-NUMBER.
104426     START VOUCHER-FILE KEY > RFL-VCH-NUMBER
104427         INVALID KEY
104428             MOVE 'Y' TO RFL-BROWSE-DONE-SW
104429     END-START.
104430     PERFORM 4810-ERASE-ONE-VOUCHER
104431         THRU 4810-ERASE-ONE-VOUCHER-EXIT
104432         UNTIL RFL-BROWSE-DONE.
104433     CLOSE VOUCHER-FILE.
104434     PERFORM 8500-END-FILE-LOG THRU 8500-END-FILE-LOG-EXIT.
104435 4800-ERASE-VOUCHERS-EXIT.
104436     EXIT.
104437
104438 4810-ERASE-ONE-VOUCHER.
104439     READ VOUCHER-FILE NEXT
104440         AT END
104441             MOVE 'Y' TO RFL-BROWSE-DONE-SW
104442             GO TO 4810-ERASE-ONE-VOUCHER-EXIT
104443     END-READ.
104444     MOVE RFL-VCH-ENTRANT-ID TO RFL-LOOKUP-ID.
104445     PERFORM 8100-FIND-ERASED-ID THRU 8100-FIND-ERASED-ID-EXIT.
104446     IF NOT RFL-REQ-FOUND
104447         GO TO 4810-ERASE-ONE-VOUCHER-EXIT
104448     END-IF.
104449     MOVE RFL-VCH-DRAW-DATE TO RFL-DATE-EDIT.
104450     MOVE RFL-DATE-EDIT TO RFL-CHANGE-DATE.
104451     MOVE RFL-VCH-DRAW-TIME TO RFL-DATE-EDIT.
104452     MOVE RFL-DATE-EDIT TO RFL-CHANGE-TIME.
104453     MOVE ZERO TO RFL-CHANGE-RECNO.
104454     IF RFL-VCH-DRAW-DATE < RFL-CUTOFF-DATE
104455         MOVE 'D' TO RFL-CHANGE-ACTION
104456         DELETE VOUCHER-FILE RECORD
104457             INVALID KEY
104458                 DISPLAY 'VOUCHER DELETE FAILED, STATUS '
104459                     RFL-VOUCHER-STATUS ' - '
104460                     RFL-VCH-NUMBER UPON SYSERR
104461                 MOVE 'Y' TO RFL-ANY-FAILURE-SW
104462                 GO TO 4810-ERASE-ONE-VOUCHER-EXIT
104463         END-DELETE
104464     ELSE
104465         MOVE 'P' TO RFL-CHANGE-ACTION
104466         MOVE RFL-REQ-REFERENCE(RFL-REQ-SUB) TO RFL-VCH-ENTRANT-ID
104467         REWRITE RFL-VOUCHER-RECORD
104468             INVALID KEY
104469                 DISPLAY 'PSEUDONYMISED VOUCHER NOT WRITTEN, '
104470                     'STATUS ' RFL-VOUCHER-STATUS ' - '
104471                     RFL-VCH-NUMBER UPON SYSERR
104472                 MOVE 'Y' TO RFL-ANY-FAILURE-SW
104473                 GO TO 4810-ERASE-ONE-VOUCHER-EXIT
104474         END-REWRITE
104475     END-IF.
104476     PERFORM 8300-LOG-CHANGE THRU 8300-LOG-CHANGE-EXIT.
104477 4810-ERASE-ONE-VOUCHER-EXIT.
104478     EXIT.
104479
104500*****************************************************************
104600*  5000-ERASE-FROM-MANIFEST - for every raffle file on the       *
104700*                             manifest, the entrant KSDS itself  *
104800*                             and each companion that carries    *
104900*                             entrant IDs.                       *
105000*****************************************************************
105100 5000-ERASE-FROM-MANIFEST.
105200     MOVE 'N' TO RFL-MANIFEST-EOF-SW.
105300     OPEN INPUT MANIFEST-FILE.
105400     IF NOT RFL-MANIFEST-OK
105500         DISPLAY 'CANNOT OPEN MANIFEST: ' RFL-MANIFEST-NAME
105600             ' STATUS ' RFL-MANIFEST-STATUS UPON SYSERR
105700         MOVE 'Y' TO RFL-ANY-FAILURE-SW
105800         GO TO 5000-ERASE-FROM-MANIFEST-EXIT
105900     END-IF.
106000     PERFORM 5100-ERASE-ONE-RAFFLE
106100         THRU 5100-ERASE-ONE-RAFFLE-EXIT
106200         UNTIL RFL-MANIFEST-AT-END.
106300     CLOSE MANIFEST-FILE.
106400 5000-ERASE-FROM-MANIFEST-EXIT.
106500     EXIT.
106600
106700*****************************************************************
106800*  5100-ERASE-ONE-RAFFLE - the positions below are those of the  *
106900*                          records as their writers lay them out *
107000*                          - .RPT is RFLRPT.CPY, .RPTOLD the     *
107100*                          112-byte layout RFLCNV01 archived,    *
107110*                          .RPTPV the 167-byte one before the    *
107120*                          voucher was added,                    *
107200*                          .EXCL/.XLST/.REJ/.DUP the lines       *
107300*                          RFLXCL01, DOMCODE-RAFFLER and         *
107400*                          RFLDUP01 write.  A .DUP line names a  *
107500*                          pair, so either ID matches it.        *
107600*****************************************************************
107700 5100-ERASE-ONE-RAFFLE.
107800     READ MANIFEST-FILE
107900         AT END
108000             MOVE 'Y' TO RFL-MANIFEST-EOF-SW
108100             GO TO 5100-ERASE-ONE-RAFFLE-EXIT
108200     END-READ.
108300     IF RFL-MANIFEST-RECORD = SPACES
108400         GO TO 5100-ERASE-ONE-RAFFLE-EXIT
108500     END-IF.
108600     MOVE RFL-MANIFEST-RECORD TO RFL-RAFFLE-FILE-NAME.
108700     PERFORM 5200-ERASE-ENTRANTS THRU 5200-ERASE-ENTRANTS-EXIT.
108800     MOVE 'R' TO RFL-TARGET-KIND.
108900     MOVE '.RPT' TO RFL-WORK-FILE-NAME.
109000     MOVE 67 TO RFL-TGT-ID-POS.
109100     MOVE ZERO TO RFL-TGT-ID2-POS.
109200     MOVE 77 TO RFL-TGT-NAME-POS.
109300     MOVE 1 TO RFL-TGT-DATE-POS.
109400     PERFORM 5500-ERASE-COMPANION THRU 5500-ERASE-COMPANION-EXIT.
109500     MOVE 'O' TO RFL-TARGET-KIND.
109600     MOVE '.RPTOLD' TO RFL-WORK-FILE-NAME.
109700     MOVE 67 TO RFL-TGT-ID-POS.
109800     MOVE ZERO TO RFL-TGT-ID2-POS.
109900     MOVE 77 TO RFL-TGT-NAME-POS.
110000     MOVE 1 TO RFL-TGT-DATE-POS.
110100     PERFORM 5500-ERASE-COMPANION THRU 5500-ERASE-COMPANION-EXIT.
110110     MOVE 'P' TO RFL-TARGET-KIND.
110120     MOVE '.RPTPV' TO RFL-WORK-FILE-NAME.
110130     MOVE 67 TO RFL-TGT-ID-POS.
110140     MOVE ZERO TO RFL-TGT-ID2-POS.
110150     MOVE 77 TO RFL-TGT-NAME-POS.
110160     MOVE 1 TO RFL-TGT-DATE-POS.
110170     PERFORM 5500-ERASE-COMPANION THRU 5500-ERASE-COMPANION-EXIT.
110200     MOVE 'T' TO RFL-TARGET-KIND.
110300     MOVE ZERO TO RFL-TGT-ID2-POS.
110400     MOVE ZERO TO RFL-TGT-NAME-POS.
110500     MOVE ZERO TO RFL-TGT-DATE-POS.
110600     MOVE '.EXCL' TO RFL-WORK-FILE-NAME.
110700     MOVE 1 TO RFL-TGT-ID-POS.
110800     PERFORM 5500-ERASE-COMPANION THRU 5500-ERASE-COMPANION-EXIT.
110900     MOVE '.XLST' TO RFL-WORK-FILE-NAME.
111000     MOVE 1 TO RFL-TGT-ID-POS.
111100     PERFORM 5500-ERASE-COMPANION THRU 5500-ERASE-COMPANION-EXIT.
111200     MOVE '.REJ' TO RFL-WORK-FILE-NAME.
111300     MOVE 4 TO RFL-TGT-ID-POS.
111400     PERFORM 5500-ERASE-COMPANION THRU 5500-ERASE-COMPANION-EXIT.
111500     MOVE '.DUP' TO RFL-WORK-FILE-NAME.
111600     MOVE 3 TO RFL-TGT-ID-POS.
111700     MOVE 45 TO RFL-TGT-ID2-POS.
111800     PERFORM 5500-ERASE-COMPANION THRU 5500-ERASE-COMPANION-EXIT.
111900 5100-ERASE-ONE-RAFFLE-EXIT.
112000     EXIT.
112100
112200*****************************************************************
112300*  5200-ERASE-ENTRANTS - delete every accepted entrant from the  *
112400*                        raffle's entrant KSDS.  Nothing on it   *
112500*                        needs keeping - the wins live on.       *
112600*****************************************************************
112700 5200-ERASE-ENTRANTS.
112800     MOVE RFL-RAFFLE-FILE-NAME TO RFL-FILE-NAME.
112900     MOVE RFL-RAFFLE-FILE-NAME TO RFL-CHANGE-FILE-NAME.
113000     PERFORM 8400-START-FILE-LOG THRU 8400-START-FILE-LOG-EXIT.
113100     OPEN I-O ENTRANT-FILE.
113200     IF RFL-ENTRANT-NOT-FOUND
113300         GO TO 5200-ERASE-ENTRANTS-EXIT
113400     END-IF.
113500     IF NOT RFL-ENTRANT-OK
113600         DISPLAY 'CANNOT UPDATE ENTRANT FILE: ' RFL-FILE-NAME
113700             ' STATUS ' RFL-ENTRANT-STATUS UPON SYSERR
113800         MOVE 'Y' TO RFL-ANY-FAILURE-SW
113900         GO TO 5200-ERASE-ENTRANTS-EXIT
114000     END-IF.
114100     PERFORM 5300-ERASE-ONE-ENTRANT
114200         THRU 5300-ERASE-ONE-ENTRANT-EXIT
114300         VARYING RFL-REQ-SUB FROM 1 BY 1
114400         UNTIL RFL-REQ-SUB > RFL-REQ-COUNT.
114500     CLOSE ENTRANT-FILE.
114600     PERFORM 8500-END-FILE-LOG THRU 8500-END-FILE-LOG-EXIT.
114700 5200-ERASE-ENTRANTS-EXIT.
114800     EXIT.
114900
115000 5300-ERASE-ONE-ENTRANT.
115100     IF NOT RFL-REQ-ACCEPTED(RFL-REQ-SUB)
115200         GO TO 5300-ERASE-ONE-ENTRANT-EXIT
115300     END-IF.
115400     MOVE RFL-REQ-ID(RFL-REQ-SUB) TO RFL-ENTRANT-ID.
115500     READ ENTRANT-FILE KEY IS RFL-ENTRANT-ID
115600         INVALID KEY
115700             GO TO 5300-ERASE-ONE-ENTRANT-EXIT
115800     END-READ.
115900     DELETE ENTRANT-FILE RECORD
116000         INVALID KEY
116100             DISPLAY 'ENTRANT DELETE FAILED, STATUS '
116200                 RFL-ENTRANT-STATUS ' - ' RFL-ENTRANT-ID
116300                 UPON SYSERR
116400             MOVE 'Y' TO RFL-ANY-FAILURE-SW
116500             GO TO 5300-ERASE-ONE-ENTRANT-EXIT
116600     END-DELETE.
116700     MOVE 'D' TO RFL-CHANGE-ACTION.
116800     MOVE ZERO TO RFL-CHANGE-RECNO.
116900     MOVE SPACES TO RFL-CHANGE-DATE.
117000     MOVE SPACES TO RFL-CHANGE-TIME.
117100     PERFORM 8300-LOG-CHANGE THRU 8300-LOG-CHANGE-EXIT.
117200 5300-ERASE-ONE-ENTRANT-EXIT.
117300     EXIT.
117400
117500*****************************************************************
117600*  5500-ERASE-COMPANION - the caller has put the companion's     *
117700*                         suffix in the work-file name; build    *
117800*                         the companion's full name from the     *
117900*                         raffle file and rewrite it.            *
118000*****************************************************************
118100 5500-ERASE-COMPANION.
118200     MOVE SPACES TO RFL-TARGET-FILE-NAME.
118300     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
118400         RFL-WORK-FILE-NAME DELIMITED BY SPACE
118500         INTO RFL-TARGET-FILE-NAME
118600     END-STRING.
118700     PERFORM 6500-REWRITE-TARGET THRU 6500-REWRITE-TARGET-EXIT.
118800 5500-ERASE-COMPANION-EXIT.
118900     EXIT.
119000
119100*****************************************************************
119200*  6000-ERASE-HR-FILES - the HR pending carry file (RFLACK01 -   *
119300*                        a notification nobody will chase for an *
119400*                        erased entrant, so always deleted) and  *
119500*                        the leaver before-image file (RFLLVB -  *
119600*                        a refund record, kept pseudonymised     *
119700*                        inside the retention period by the      *
119800*                        date the delete was applied).           *
119900*****************************************************************
120000 6000-ERASE-HR-FILES.
120100     MOVE 'T' TO RFL-TARGET-KIND.
120200     MOVE RFL-PENDING-FILE-NAME TO RFL-TARGET-FILE-NAME.
120300     MOVE 1 TO RFL-TGT-ID-POS.
120400     MOVE ZERO TO RFL-TGT-ID2-POS.
120500     MOVE ZERO TO RFL-TGT-NAME-POS.
120600     MOVE ZERO TO RFL-TGT-DATE-POS.
120700     PERFORM 6500-REWRITE-TARGET THRU 6500-REWRITE-TARGET-EXIT.
120800     MOVE RFL-BEFORE-FILE-NAME TO RFL-TARGET-FILE-NAME.
120900     MOVE 1 TO RFL-TGT-ID-POS.
121000     MOVE ZERO TO RFL-TGT-ID2-POS.
121100     MOVE 11 TO RFL-TGT-NAME-POS.
121200     MOVE 58 TO RFL-TGT-DATE-POS.
121300     PERFORM 6500-REWRITE-TARGET THRU 6500-REWRITE-TARGET-EXIT.
121400 6000-ERASE-HR-FILES-EXIT.
121500     EXIT.
121600
121700*****************************************************************
121800*  6500-REWRITE-TARGET - copy the target to its .ERATMP work     *
121900*                        file, dropping or pseudonymising every  *
122000*                        record of an accepted entrant on the    *
122100*                        way; only when something changed is the *
122200*                        target rewritten from the work file.    *
122300*                        Either way the work file is emptied     *
122400*                        again afterwards - it must not be left  *
122500*                        holding a copy.  A target that does not *
122600*                        exist is simply not touched.  A .RPT is *
122620*                        first read through once for its seal,   *
122640*                        and one whose seal does not hold is not *
122660*                        examined at all.                        *
122700*****************************************************************
122800 6500-REWRITE-TARGET.
122900     MOVE RFL-TARGET-FILE-NAME TO RFL-CHANGE-FILE-NAME.
123000     PERFORM 8400-START-FILE-LOG THRU 8400-START-FILE-LOG-EXIT.
123100     MOVE ZERO TO RFL-TARGET-RECNO.
123200     MOVE 'N' TO RFL-TARGET-EOF-SW.
123300     PERFORM 6600-OPEN-TARGET-INPUT
123400         THRU 6600-OPEN-TARGET-INPUT-EXIT.
123500     IF RFL-TARGET-NOT-FOUND
123600         GO TO 6500-REWRITE-TARGET-EXIT
123700     END-IF.
123800     IF NOT RFL-TARGET-OK
123900         DISPLAY 'CANNOT OPEN ' RFL-TARGET-FILE-NAME
124000             ' STATUS ' RFL-TARGET-STATUS UPON SYSERR
124100         MOVE 'Y' TO RFL-ANY-FAILURE-SW
124200         GO TO 6500-REWRITE-TARGET-EXIT
124300     END-IF.
124400     ADD 1 TO RFL-FILES-SEARCHED-COUNT.
124404     IF RFL-KIND-REPORT
124408         PERFORM 6520-START-SEAL-CHECK
124412             THRU 6520-START-SEAL-CHECK-EXIT
124416         PERFORM 6660-SEAL-ONE-TARGET
124420             THRU 6660-SEAL-ONE-TARGET-EXIT
124424             UNTIL RFL-TARGET-AT-END
124428         PERFORM 6650-CLOSE-TARGET THRU 6650-CLOSE-TARGET-EXIT
124432         PERFORM 6550-CHECK-OLD-SEAL THRU 6550-CHECK-OLD-SEAL-EXIT
124436         IF RFL-SEAL-BROKEN
124440             PERFORM 6680-REFUSE-SEALED-FILE
124444                 THRU 6680-REFUSE-SEALED-FILE-EXIT
124448             GO TO 6500-REWRITE-TARGET-EXIT
124452         END-IF
124456         MOVE 'N' TO RFL-TARGET-EOF-SW
124460         PERFORM 6600-OPEN-TARGET-INPUT
124464             THRU 6600-OPEN-TARGET-INPUT-EXIT
124468         IF NOT RFL-TARGET-OK
124472             DISPLAY 'CANNOT REOPEN ' RFL-TARGET-FILE-NAME
124476                 ' STATUS ' RFL-TARGET-STATUS UPON SYSERR
124480             MOVE 'Y' TO RFL-ANY-FAILURE-SW
124484             GO TO 6500-REWRITE-TARGET-EXIT
124488         END-IF
124492     END-IF.
124500     MOVE SPACES TO RFL-WORK-FILE-NAME.
124600     STRING RFL-TARGET-FILE-NAME DELIMITED BY SPACE
124700         '.ERATMP' DELIMITED BY SIZE
124800         INTO RFL-WORK-FILE-NAME
124900     END-STRING.
125000     OPEN OUTPUT WORK-FILE.
125100     IF NOT RFL-WORK-OK
125200         DISPLAY 'CANNOT WRITE ' RFL-WORK-FILE-NAME
125300             ' STATUS ' RFL-WORK-STATUS UPON SYSERR
125400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
125500         PERFORM 6650-CLOSE-TARGET THRU 6650-CLOSE-TARGET-EXIT
125600         GO TO 6500-REWRITE-TARGET-EXIT
125700     END-IF.
125800     PERFORM 6700-COPY-ONE-TO-WORK
125900         THRU 6700-COPY-ONE-TO-WORK-EXIT
126000         UNTIL RFL-TARGET-AT-END.
126100     PERFORM 6650-CLOSE-TARGET THRU 6650-CLOSE-TARGET-EXIT.
126200     CLOSE WORK-FILE.
126300     IF RFL-FILE-DELETED-COUNT > ZERO
126400             OR RFL-FILE-PSEUDO-COUNT > ZERO
126500         PERFORM 6800-COPY-BACK THRU 6800-COPY-BACK-EXIT
126600     END-IF.
126700     OPEN OUTPUT WORK-FILE.
126800     CLOSE WORK-FILE.
126900     PERFORM 8500-END-FILE-LOG THRU 8500-END-FILE-LOG-EXIT.
127000 6500-REWRITE-TARGET-EXIT.
127100     EXIT.
127200
127201*****************************************************************
127202*  6520-START-SEAL-CHECK - a .RPT is read through once and       *
127203*                          folded into a fresh seal hash, so     *
127204*                          that its seal is checked before any   *
127205*                          of its records is examined.           *
127206*****************************************************************
127207 6520-START-SEAL-CHECK.
127208     IF NOT RFL-SEAL-KEY-LOADED AND NOT RFL-SEAL-KEY-UNUSABLE
127209         PERFORM 8730-LOAD-SEAL-KEY THRU 8730-LOAD-SEAL-KEY-EXIT
127210     END-IF.
127211     MOVE RFL-SEAL-KEY TO RFL-SEAL-CHAIN.
127212     MOVE ZERO TO RFL-SEAL-COUNT.
127213     MOVE 'N' TO RFL-RESEAL-SW.
127214     MOVE 'N' TO RFL-SEAL-BROKEN-SW.
127215     MOVE SPACES TO RFL-SEAL-FILE-NAME.
127216     STRING RFL-RAFFLE-FILE-NAME DELIMITED BY SPACE
127217         '.SEAL' DELIMITED BY SIZE
127218         INTO RFL-SEAL-FILE-NAME
127219     END-STRING.
127220 6520-START-SEAL-CHECK-EXIT.
127221     EXIT.
127222
127223*****************************************************************
127224*  6550-CHECK-OLD-SEAL - a sealed .RPT is only rewritten while   *
127225*                        its seal still matches what was read -  *
127226*                        the trailer must carry the same record  *
127227*                        count and final hash, under a keyed     *
127228*                        check that still holds.  Anything else  *
127229*                        means the file or its seal was altered  *
127230*                        outside the system; the file is left as *
127231*                        it was for RFLSEL01 to report.  A .RPT  *
127232*                        that was never sealed is rewritten      *
127233*                        unsealed.                               *
127234*****************************************************************
127235 6550-CHECK-OLD-SEAL.
127236     OPEN INPUT SEAL-FILE.
127237     IF RFL-SEAL-NOT-FOUND
127238         DISPLAY 'NO SEAL FILE FOR ' RFL-TARGET-FILE-NAME
127239             ' - REWRITTEN UNSEALED' UPON SYSERR
127240         GO TO 6550-CHECK-OLD-SEAL-EXIT
127241     END-IF.
127242     IF NOT RFL-SEAL-OK
127243         DISPLAY 'CANNOT OPEN SEAL FILE ' RFL-SEAL-FILE-NAME
127244             ' STATUS ' RFL-SEAL-STATUS
127245             ' - ' RFL-TARGET-FILE-NAME ' LEFT AS IT WAS'
127246             UPON SYSERR
127247         MOVE 'Y' TO RFL-SEAL-BROKEN-SW
127248         MOVE 'Y' TO RFL-ANY-FAILURE-SW
127249         GO TO 6550-CHECK-OLD-SEAL-EXIT
127250     END-IF.
127251     IF RFL-SEAL-KEY-UNUSABLE
127252         CLOSE SEAL-FILE
127253         DISPLAY 'NO SEAL KEY - ' RFL-TARGET-FILE-NAME
127254             ' LEFT AS IT WAS' UPON SYSERR
127255         MOVE 'Y' TO RFL-SEAL-BROKEN-SW
127256         MOVE 'Y' TO RFL-ANY-FAILURE-SW
127257         GO TO 6550-CHECK-OLD-SEAL-EXIT
127258     END-IF.
127259     MOVE 'N' TO RFL-SEAL-MATCH-SW.
127260     MOVE 'N' TO RFL-SEAL-EOF-SW.
127261     PERFORM 6560-READ-OLD-SEAL-LINE
127262         THRU 6560-READ-OLD-SEAL-LINE-EXIT
127263         UNTIL RFL-SEAL-AT-END.
127264     CLOSE SEAL-FILE.
127265     IF NOT RFL-SEAL-MATCHES
127266         DISPLAY 'SEAL FILE ' RFL-SEAL-FILE-NAME
127267             ' DOES NOT MATCH ' RFL-TARGET-FILE-NAME
127268             ' - LEFT AS IT WAS, CHECK IT WITH RFLSEL01'
127269             UPON SYSERR
127270         MOVE 'Y' TO RFL-SEAL-BROKEN-SW
127271         MOVE 'Y' TO RFL-ANY-FAILURE-SW
127272         GO TO 6550-CHECK-OLD-SEAL-EXIT
127273     END-IF.
127274     MOVE 'Y' TO RFL-RESEAL-SW.
127275 6550-CHECK-OLD-SEAL-EXIT.
127276     EXIT.
127277
127278 6560-READ-OLD-SEAL-LINE.
127279     READ SEAL-FILE
127280         AT END
127281             MOVE 'Y' TO RFL-SEAL-EOF-SW
127282             GO TO 6560-READ-OLD-SEAL-LINE-EXIT
127283     END-READ.
127284     IF NOT RFL-SEL-TRAILER
127285         GO TO 6560-READ-OLD-SEAL-LINE-EXIT
127286     END-IF.
127287     MOVE 'Y' TO RFL-SEAL-EOF-SW.
127288     PERFORM 8720-MAKE-TRAILER-CHECK
127289         THRU 8720-MAKE-TRAILER-CHECK-EXIT.
127290     IF RFL-SEL-RECORD-COUNT = RFL-SEAL-COUNT
127291             AND RFL-SEL-FINAL-CHAIN = RFL-SEAL-CHAIN
127292             AND RFL-SEL-TRAILER-CHECK = RFL-SEAL-CHECK
127293         MOVE 'Y' TO RFL-SEAL-MATCH-SW
127294     END-IF.
127295 6560-READ-OLD-SEAL-LINE-EXIT.
127296     EXIT.
127297
127300 6600-OPEN-TARGET-INPUT.
127400     IF RFL-KIND-REPORT
127500         OPEN INPUT REPORT-FILE
127600     END-IF.
127700     IF RFL-KIND-OLDRPT
127800         OPEN INPUT OLDRPT-FILE
127900     END-IF.
127910     IF RFL-KIND-PVRPT
127920         OPEN INPUT PVRPT-FILE
127930     END-IF.
128000     IF RFL-KIND-ARCHIVE
128100         OPEN INPUT ARCHIVE-FILE
128200     END-IF.
128300     IF RFL-KIND-TEXT
128400         OPEN INPUT TEXT-FILE
128500     END-IF.
128600 6600-OPEN-TARGET-INPUT-EXIT.
128700     EXIT.
128800
128900 6650-CLOSE-TARGET.
129000     IF RFL-KIND-REPORT
129100         CLOSE REPORT-FILE
129200     END-IF.
129300     IF RFL-KIND-OLDRPT
129400         CLOSE OLDRPT-FILE
129500     END-IF.
129510     IF RFL-KIND-PVRPT
129520         CLOSE PVRPT-FILE
129530     END-IF.
129600     IF RFL-KIND-ARCHIVE
129700         CLOSE ARCHIVE-FILE
129800     END-IF.
129900     IF RFL-KIND-TEXT
130000         CLOSE TEXT-FILE
130100     END-IF.
130200 6650-CLOSE-TARGET-EXIT.
130300     EXIT.
130303
130306*****************************************************************
130309*  6660-SEAL-ONE-TARGET - fold the next .RPT record into the     *
130312*                         seal hash, changing nothing.           *
130315*****************************************************************
130318 6660-SEAL-ONE-TARGET.
130321     PERFORM 6710-READ-TARGET THRU 6710-READ-TARGET-EXIT.
130324     IF RFL-TARGET-AT-END
130327         GO TO 6660-SEAL-ONE-TARGET-EXIT
130330     END-IF.
130333     MOVE RFL-TARGET-LINE TO RFL-SEAL-IMAGE.
130336     PERFORM 8710-SEAL-ONE-RECORD THRU 8710-SEAL-ONE-RECORD-EXIT.
130339 6660-SEAL-ONE-TARGET-EXIT.
130342     EXIT.
130345
130348*****************************************************************
130351*  6680-REFUSE-SEALED-FILE - a .RPT whose seal does not hold is  *
130354*                            left as it was; the certificate     *
130357*                            says so under the file's heading,   *
130360*                            so that nobody reads its absence as *
130363*                            nothing to erase.                   *
130366*****************************************************************
130369 6680-REFUSE-SEALED-FILE.
130372     MOVE SPACES TO RFL-CERT-RECORD.
130375     WRITE RFL-CERT-RECORD.
130378     MOVE RFL-CHANGE-FILE-NAME TO RFL-FHL-FILE.
130381     MOVE RFL-FILE-HEAD-LINE TO RFL-CERT-RECORD.
130384     WRITE RFL-CERT-RECORD.
130387     MOVE RFL-SEAL-REFUSED-LINE TO RFL-CERT-RECORD.
130390     WRITE RFL-CERT-RECORD.
130393 6680-REFUSE-SEALED-FILE-EXIT.
130396     EXIT.
130400
130500 6700-COPY-ONE-TO-WORK.
130600     PERFORM 6710-READ-TARGET THRU 6710-READ-TARGET-EXIT.
130700     IF RFL-TARGET-AT-END
130800         GO TO 6700-COPY-ONE-TO-WORK-EXIT
130900     END-IF.
131000     ADD 1 TO RFL-TARGET-RECNO.
131100     PERFORM 6750-EXAMINE-RECORD THRU 6750-EXAMINE-RECORD-EXIT.
131200 6700-COPY-ONE-TO-WORK-EXIT.
131300     EXIT.
131400
131500 6710-READ-TARGET.
131600     MOVE SPACES TO RFL-TARGET-LINE.
131700     IF RFL-KIND-REPORT
131800         READ REPORT-FILE
131900             AT END
132000                 MOVE 'Y' TO RFL-TARGET-EOF-SW
132100             NOT AT END
132200                 MOVE RFL-REPORT-LINE TO RFL-TARGET-LINE
132300         END-READ
132400     END-IF.
132500     IF RFL-KIND-OLDRPT
132600         READ OLDRPT-FILE
132700             AT END
132800                 MOVE 'Y' TO RFL-TARGET-EOF-SW
132900             NOT AT END
133000                 MOVE RFL-OLDRPT-LINE TO RFL-TARGET-LINE
133100         END-READ
133200     END-IF.
133210     IF RFL-KIND-PVRPT
133220         READ PVRPT-FILE
133230             AT END
133240                 MOVE 'Y' TO RFL-TARGET-EOF-SW
133250             NOT AT END
133260                 MOVE RFL-PVRPT-LINE TO RFL-TARGET-LINE
133270         END-READ
133280     END-IF.
133300     IF RFL-KIND-ARCHIVE
133400         READ ARCHIVE-FILE
133500             AT END
133600                 MOVE 'Y' TO RFL-TARGET-EOF-SW
133700             NOT AT END
133800                 MOVE RFL-ARCHIVE-LINE TO RFL-TARGET-LINE
133900         END-READ
134000     END-IF.
134100     IF RFL-KIND-TEXT
134200         READ TEXT-FILE
134300             AT END
134400                 MOVE 'Y' TO RFL-TARGET-EOF-SW
134500             NOT AT END
134600                 MOVE RFL-TEXT-LINE TO RFL-TARGET-LINE
134700         END-READ
134800     END-IF.
134900 6710-READ-TARGET-EXIT.
135000     EXIT.
135100
135200*****************************************************************
135300*  6750-EXAMINE-RECORD - a record of nobody being erased goes to *
135400*                        the work file as it is.  One that is    *
135500*                        never kept, or is dated before the      *
135600*                        retention cutoff, is dropped.  The rest *
135700*                        go across with the ID replaced by the   *
135800*                        reference and the name by the           *
135900*                        pseudonym.  An undated record that has  *
136000*                        a name is kept pseudonymised - when in  *
136100*                        doubt, keep the audit trail.            *
136200*****************************************************************
136300 6750-EXAMINE-RECORD.
136400     MOVE RFL-TARGET-LINE(RFL-TGT-ID-POS:10) TO RFL-LOOKUP-ID.
136500     MOVE RFL-TGT-ID-POS TO RFL-TGT-HIT-POS.
136600     PERFORM 8100-FIND-ERASED-ID THRU 8100-FIND-ERASED-ID-EXIT.
136700     IF NOT RFL-REQ-FOUND AND RFL-TGT-ID2-POS > ZERO
136800         MOVE RFL-TARGET-LINE(RFL-TGT-ID2-POS:10) TO RFL-LOOKUP-ID
136900         MOVE RFL-TGT-ID2-POS TO RFL-TGT-HIT-POS
137000         PERFORM 8100-FIND-ERASED-ID THRU 8100-FIND-ERASED-ID-EXIT
137100     END-IF.
137200     IF NOT RFL-REQ-FOUND
137300         MOVE RFL-TARGET-LINE TO RFL-WORK-LINE
137400         WRITE RFL-WORK-LINE
137500         GO TO 6750-EXAMINE-RECORD-EXIT
137600     END-IF.
137700     MOVE RFL-TARGET-RECNO TO RFL-CHANGE-RECNO.
137800     MOVE SPACES TO RFL-CHANGE-TIME.
137900     IF RFL-TGT-DATE-POS > ZERO
138000         MOVE RFL-TARGET-LINE(RFL-TGT-DATE-POS:8)
138100             TO RFL-CHANGE-DATE
138200     ELSE
138300         MOVE SPACES TO RFL-CHANGE-DATE
138400     END-IF.
138500     MOVE 'P' TO RFL-CHANGE-ACTION.
138600     IF RFL-TGT-NAME-POS = ZERO
138700         MOVE 'D' TO RFL-CHANGE-ACTION
138800     END-IF.
138900     IF RFL-CHANGE-DATE IS NUMERIC
139000             AND RFL-CHANGE-DATE < RFL-CUTOFF-DATE-X
139100         MOVE 'D' TO RFL-CHANGE-ACTION
139200     END-IF.
139300     IF RFL-CHANGE-PSEUDONYMISE
139400         MOVE RFL-REQ-REFERENCE(RFL-REQ-SUB)
139500             TO RFL-TARGET-LINE(RFL-TGT-HIT-POS:10)
139600         MOVE RFL-REQ-REFERENCE(RFL-REQ-SUB) TO RFL-PSN-REFERENCE
139700         MOVE RFL-PSEUDONYM
139800             TO RFL-TARGET-LINE(RFL-TGT-NAME-POS:30)
139900         MOVE RFL-TARGET-LINE TO RFL-WORK-LINE
140000         WRITE RFL-WORK-LINE
140100     END-IF.
140200     PERFORM 8300-LOG-CHANGE THRU 8300-LOG-CHANGE-EXIT.
140300 6750-EXAMINE-RECORD-EXIT.
140400     EXIT.
140500
140600*****************************************************************
140700*  6800-COPY-BACK - rewrite the target from the work file.       *
140800*****************************************************************
140900 6800-COPY-BACK.
141000     MOVE 'N' TO RFL-WORK-EOF-SW.
141100     OPEN INPUT WORK-FILE.
141200     IF RFL-KIND-REPORT
141300         OPEN OUTPUT REPORT-FILE
141400     END-IF.
141500     IF RFL-KIND-OLDRPT
141600         OPEN OUTPUT OLDRPT-FILE
141700     END-IF.
141710     IF RFL-KIND-PVRPT
141720         OPEN OUTPUT PVRPT-FILE
141730     END-IF.
141800     IF RFL-KIND-ARCHIVE
141900         OPEN OUTPUT ARCHIVE-FILE
142000     END-IF.
142100     IF RFL-KIND-TEXT
142200         OPEN OUTPUT TEXT-FILE
142300     END-IF.
142400     IF NOT RFL-TARGET-OK
142500         DISPLAY 'CANNOT REWRITE ' RFL-TARGET-FILE-NAME
142600             ' STATUS ' RFL-TARGET-STATUS
142700             ' - LEFT AS IT WAS' UPON SYSERR
142800         MOVE 'Y' TO RFL-ANY-FAILURE-SW
142900         CLOSE WORK-FILE
143000         GO TO 6800-COPY-BACK-EXIT
143100     END-IF.
143110     IF RFL-RESEALING
143120         PERFORM 6850-OPEN-NEW-SEAL THRU 6850-OPEN-NEW-SEAL-EXIT
143130     END-IF.
143200     PERFORM 6810-COPY-ONE-BACK
143300         THRU 6810-COPY-ONE-BACK-EXIT
143400         UNTIL RFL-WORK-AT-END.
143500     CLOSE WORK-FILE.
143600     PERFORM 6650-CLOSE-TARGET THRU 6650-CLOSE-TARGET-EXIT.
143610     IF RFL-RESEALING
143620         PERFORM 6870-CLOSE-NEW-SEAL THRU 6870-CLOSE-NEW-SEAL-EXIT
143630     END-IF.
143700 6800-COPY-BACK-EXIT.
143800     EXIT.
143900
144000 6810-COPY-ONE-BACK.
144100     READ WORK-FILE
144200         AT END
144300             MOVE 'Y' TO RFL-WORK-EOF-SW
144400             GO TO 6810-COPY-ONE-BACK-EXIT
144500     END-READ.
144600     IF RFL-KIND-REPORT
144700         MOVE RFL-WORK-LINE TO RFL-REPORT-LINE
144800         WRITE RFL-REPORT-LINE
144810         IF RFL-RESEALING
144820             PERFORM 6860-SEAL-ONE-LINE
144830                 THRU 6860-SEAL-ONE-LINE-EXIT
144840         END-IF
144900     END-IF.
145000     IF RFL-KIND-OLDRPT
145100         MOVE RFL-WORK-LINE TO RFL-OLDRPT-LINE
145200         WRITE RFL-OLDRPT-LINE
145300     END-IF.
145310     IF RFL-KIND-PVRPT
145320         MOVE RFL-WORK-LINE TO RFL-PVRPT-LINE
145330         WRITE RFL-PVRPT-LINE
145340     END-IF.
145400     IF RFL-KIND-ARCHIVE
145500         MOVE RFL-WORK-LINE TO RFL-ARCHIVE-LINE
145600         WRITE RFL-ARCHIVE-LINE
145700     END-IF.
145800     IF RFL-KIND-TEXT
145900         MOVE RFL-WORK-LINE TO RFL-TEXT-LINE
146000         WRITE RFL-TEXT-LINE
146100     END-IF.
146200 6810-COPY-ONE-BACK-EXIT.
146300     EXIT.
146400
146401*****************************************************************
146402*  6850-OPEN-NEW-SEAL - the rewritten .RPT gets a new seal,      *
146403*                       built record by record as it is written  *
146404*                       back and closed with a trailer stamped   *
146405*                       RFLERA01.                                *
146406*****************************************************************
146407 6850-OPEN-NEW-SEAL.
146408     OPEN OUTPUT SEAL-FILE.
146409     IF NOT RFL-SEAL-OK
146410         DISPLAY 'CANNOT WRITE ' RFL-SEAL-FILE-NAME
146411             ' STATUS ' RFL-SEAL-STATUS ' - '
146412             RFL-TARGET-FILE-NAME ' REWRITTEN UNSEALED'
146413             UPON SYSERR
146414         MOVE 'Y' TO RFL-ANY-FAILURE-SW
146415         MOVE 'N' TO RFL-RESEAL-SW
146416         GO TO 6850-OPEN-NEW-SEAL-EXIT
146417     END-IF.
146418     MOVE RFL-SEAL-KEY TO RFL-SEAL-CHAIN.
146419     MOVE ZERO TO RFL-SEAL-COUNT.
146420 6850-OPEN-NEW-SEAL-EXIT.
146421     EXIT.
146422
146423 6860-SEAL-ONE-LINE.
146424     MOVE RFL-WORK-LINE TO RFL-SEAL-IMAGE.
146425     PERFORM 8710-SEAL-ONE-RECORD THRU 8710-SEAL-ONE-RECORD-EXIT.
146426     MOVE SPACES TO RFL-SEAL-RECORD.
146427     MOVE 'D' TO RFL-SEL-RECORD-TYPE.
146428     MOVE RFL-SEAL-COUNT TO RFL-SEL-RECORD-NO.
146429     MOVE RFL-SEAL-CHAIN TO RFL-SEL-CHAIN.
146430     MOVE RFL-WORK-LINE(1:8) TO RFL-SEL-DRAW-DATE.
146431     MOVE RFL-WORK-LINE(9:8) TO RFL-SEL-DRAW-TIME.
146432     MOVE RFL-WORK-LINE(116:2) TO RFL-SEL-PRIZE-RANK.
146433     WRITE RFL-SEAL-RECORD.
146434 6860-SEAL-ONE-LINE-EXIT.
146435     EXIT.
146436
146437 6870-CLOSE-NEW-SEAL.
146438     PERFORM 8720-MAKE-TRAILER-CHECK
146439         THRU 8720-MAKE-TRAILER-CHECK-EXIT.
146440     MOVE SPACES TO RFL-SEAL-RECORD.
146441     MOVE 'T' TO RFL-SEL-RECORD-TYPE.
146442     MOVE RFL-SEAL-COUNT TO RFL-SEL-RECORD-COUNT.
146443     MOVE RFL-SEAL-CHAIN TO RFL-SEL-FINAL-CHAIN.
146444     MOVE RFL-SEAL-CHECK TO RFL-SEL-TRAILER-CHECK.
146445     MOVE 'RFLERA01' TO RFL-SEL-SEALED-BY.
146446     ACCEPT RFL-SEL-SEALED-DATE FROM DATE YYYYMMDD.
146447     ACCEPT RFL-SEL-SEALED-TIME FROM TIME.
146448     WRITE RFL-SEAL-RECORD.
146449     CLOSE SEAL-FILE.
146450     MOVE 'N' TO RFL-RESEAL-SW.
146451 6870-CLOSE-NEW-SEAL-EXIT.
146452     EXIT.
146453
146500*****************************************************************
146600*  7000-ERASE-ARCHIVES - every dated winner-history archive on   *
146700*                        the archive list, in the history        *
146800*                        record layout.                          *
146900*****************************************************************
147000 7000-ERASE-ARCHIVES.
147100     MOVE 'N' TO RFL-ARCLIST-EOF-SW.
147200     OPEN INPUT ARCLIST-FILE.
147300     IF RFL-ARCLIST-NOT-FOUND
147400         DISPLAY 'NO ARCHIVE LIST ' RFL-ARCLIST-FILE-NAME
147500             ' - NO ARCHIVES SEARCHED'
147600         GO TO 7000-ERASE-ARCHIVES-EXIT
147700     END-IF.
147800     IF NOT RFL-ARCLIST-OK
147900         DISPLAY 'CANNOT OPEN ARCHIVE LIST: '
148000             RFL-ARCLIST-FILE-NAME
148100             ' STATUS ' RFL-ARCLIST-STATUS UPON SYSERR
148200         MOVE 'Y' TO RFL-ANY-FAILURE-SW
148300         GO TO 7000-ERASE-ARCHIVES-EXIT
148400     END-IF.
148500     PERFORM 7100-ERASE-ONE-ARCHIVE
148600         THRU 7100-ERASE-ONE-ARCHIVE-EXIT
148700         UNTIL RFL-ARCLIST-AT-END.
148800     CLOSE ARCLIST-FILE.
148900 7000-ERASE-ARCHIVES-EXIT.
149000     EXIT.
149100
149200 7100-ERASE-ONE-ARCHIVE.
149300     READ ARCLIST-FILE
149400         AT END
149500             MOVE 'Y' TO RFL-ARCLIST-EOF-SW
149600             GO TO 7100-ERASE-ONE-ARCHIVE-EXIT
149700     END-READ.
149800     IF RFL-ARCLIST-RECORD = SPACES
149900         GO TO 7100-ERASE-ONE-ARCHIVE-EXIT
150000     END-IF.
150100     MOVE 'A' TO RFL-TARGET-KIND.
150200     MOVE RFL-ARCLIST-RECORD TO RFL-TARGET-FILE-NAME.
150300     MOVE 1 TO RFL-TGT-ID-POS.
150400     MOVE ZERO TO RFL-TGT-ID2-POS.
150500     MOVE 77 TO RFL-TGT-NAME-POS.
150600     MOVE 11 TO RFL-TGT-DATE-POS.
150700     PERFORM 6500-REWRITE-TARGET THRU 6500-REWRITE-TARGET-EXIT.
150800 7100-ERASE-ONE-ARCHIVE-EXIT.
150900     EXIT.
151000
151100*****************************************************************
151200*  7500-PRINT-OUTCOMES - one line per request, then the totals   *
151300*                        and the certifying statement.           *
151400*****************************************************************
151500 7500-PRINT-OUTCOMES.
151600     MOVE SPACES TO RFL-CERT-RECORD.
151700     WRITE RFL-CERT-RECORD.
151800     MOVE 'REQUEST OUTCOMES' TO RFL-CERT-RECORD.
151900     WRITE RFL-CERT-RECORD.
152000     MOVE RFL-OUTCOME-HEAD-LINE TO RFL-CERT-RECORD.
152100     WRITE RFL-CERT-RECORD.
152200     PERFORM 7600-PRINT-ONE-OUTCOME
152300         THRU 7600-PRINT-ONE-OUTCOME-EXIT
152400         VARYING RFL-REQ-SUB FROM 1 BY 1
152500         UNTIL RFL-REQ-SUB > RFL-REQ-COUNT.
152600     MOVE SPACES TO RFL-CERT-RECORD.
152700     WRITE RFL-CERT-RECORD.
152800     MOVE 'REQUESTS READ:' TO RFL-TOT-LABEL.
152900     MOVE RFL-REQ-COUNT TO RFL-TOT-COUNT.
153000     PERFORM 8600-WRITE-TOTAL-LINE
153100         THRU 8600-WRITE-TOTAL-LINE-EXIT.
153200     MOVE 'ENTRANTS ERASED:' TO RFL-TOT-LABEL.
153300     MOVE RFL-ACCEPTED-COUNT TO RFL-TOT-COUNT.
153400     PERFORM 8600-WRITE-TOTAL-LINE
153500         THRU 8600-WRITE-TOTAL-LINE-EXIT.
153600     MOVE 'ENTRANTS REFUSED:' TO RFL-TOT-LABEL.
153700     MOVE RFL-REFUSED-COUNT TO RFL-TOT-COUNT.
153800     PERFORM 8600-WRITE-TOTAL-LINE
153900         THRU 8600-WRITE-TOTAL-LINE-EXIT.
154000     MOVE 'REPEATED REQUESTS:' TO RFL-TOT-LABEL.
154100     MOVE RFL-DUPLICATE-COUNT TO RFL-TOT-COUNT.
154200     PERFORM 8600-WRITE-TOTAL-LINE
154300         THRU 8600-WRITE-TOTAL-LINE-EXIT.
154400     MOVE 'FILES SEARCHED:' TO RFL-TOT-LABEL.
154500     MOVE RFL-FILES-SEARCHED-COUNT TO RFL-TOT-COUNT.
154600     PERFORM 8600-WRITE-TOTAL-LINE
154700         THRU 8600-WRITE-TOTAL-LINE-EXIT.
154800     MOVE 'FILES TOUCHED:' TO RFL-TOT-LABEL.
154900     MOVE RFL-FILES-TOUCHED-COUNT TO RFL-TOT-COUNT.
155000     PERFORM 8600-WRITE-TOTAL-LINE
155100         THRU 8600-WRITE-TOTAL-LINE-EXIT.
155200     MOVE 'RECORDS DELETED:' TO RFL-TOT-LABEL.
155300     MOVE RFL-TOTAL-DELETED-COUNT TO RFL-TOT-COUNT.
155400     PERFORM 8600-WRITE-TOTAL-LINE
155500         THRU 8600-WRITE-TOTAL-LINE-EXIT.
155600     MOVE 'RECORDS PSEUDONYMISED:' TO RFL-TOT-LABEL.
155700     MOVE RFL-TOTAL-PSEUDO-COUNT TO RFL-TOT-COUNT.
155800     PERFORM 8600-WRITE-TOTAL-LINE
155900         THRU 8600-WRITE-TOTAL-LINE-EXIT.
156000     MOVE SPACES TO RFL-CERT-RECORD.
156100     WRITE RFL-CERT-RECORD.
156200     IF RFL-ANY-FAILURE
156300         MOVE '*** RUN DID NOT COMPLETE - SEE SYSERR, THEN RERUN '
156400             TO RFL-CERT-RECORD
156500         MOVE 'THE SAME REQUESTS ***' TO RFL-CERT-RECORD(52:21)
156600     ELSE
156700         MOVE RFL-TODAY-DATE TO RFL-CLS-RUN-DATE
156800         MOVE RFL-CLOSING-LINE TO RFL-CERT-RECORD
156900     END-IF.
157000     WRITE RFL-CERT-RECORD.
157100 7500-PRINT-OUTCOMES-EXIT.
157200     EXIT.
157300
157400 7600-PRINT-ONE-OUTCOME.
157500     MOVE RFL-REQ-ID(RFL-REQ-SUB) TO RFL-OCL-ID.
157600     MOVE RFL-REQ-CASE-REF(RFL-REQ-SUB) TO RFL-OCL-CASE-REF.
157700     MOVE RFL-REQ-REFERENCE(RFL-REQ-SUB) TO RFL-OCL-REFERENCE.
157800     MOVE RFL-REQ-DELETED(RFL-REQ-SUB) TO RFL-OCL-DELETED.
157900     MOVE RFL-REQ-PSEUDO(RFL-REQ-SUB) TO RFL-OCL-PSEUDO.
158000     MOVE RFL-REQ-REASON(RFL-REQ-SUB) TO RFL-OCL-REASON.
158100     IF RFL-REQ-ACCEPTED(RFL-REQ-SUB)
158200         MOVE 'ERASED' TO RFL-OCL-OUTCOME
158300     END-IF.
158400     IF RFL-REQ-REFUSED(RFL-REQ-SUB)
158500         MOVE 'REFUSED' TO RFL-OCL-OUTCOME
158600     END-IF.
158700     IF RFL-REQ-DUPLICATE(RFL-REQ-SUB)
158800         MOVE 'REPEATED' TO RFL-OCL-OUTCOME
158900     END-IF.
159000     MOVE RFL-OUTCOME-LINE TO RFL-CERT-RECORD.
159100     WRITE RFL-CERT-RECORD.
159200 7600-PRINT-ONE-OUTCOME-EXIT.
159300     EXIT.
159400
159500*****************************************************************
159600*  8000-PARSE-NUMBER - common numeric-argument parse.  Converts  *
159700*                      the leading digits of RFL-PARSE-FIELD     *
159800*                      into RFL-PARSE-NUMBER, stopping at the    *
159900*                      first space.  Any other character, no     *
160000*                      digits at all, or more digits than the    *
160100*                      receiving field can hold leaves the       *
160200*                      value flagged invalid.                    *
160300*****************************************************************
160400 8000-PARSE-NUMBER.
160500     MOVE ZERO TO RFL-PARSE-NUMBER.
160600     MOVE ZERO TO RFL-PARSE-DIGIT-COUNT.
160700     MOVE 1 TO RFL-PARSE-SUB.
160800     MOVE 'N' TO RFL-PARSE-DONE-SW.
160900     MOVE 'Y' TO RFL-PARSE-VALID-SW.
161000     PERFORM 8010-PARSE-ONE-CHARACTER
161100         THRU 8010-PARSE-ONE-CHARACTER-EXIT
161200         UNTIL RFL-PARSE-DONE OR RFL-PARSE-SUB > 10.
161300     IF RFL-PARSE-DIGIT-COUNT = ZERO
161400         MOVE 'N' TO RFL-PARSE-VALID-SW
161500     END-IF.
161600 8000-PARSE-NUMBER-EXIT.
161700     EXIT.
161800
161900 8010-PARSE-ONE-CHARACTER.
162000     MOVE RFL-PARSE-FIELD(RFL-PARSE-SUB:1)
162100         TO RFL-PARSE-DIGIT-X.
162200     IF RFL-PARSE-DIGIT-X = SPACE
162300         MOVE 'Y' TO RFL-PARSE-DONE-SW
162400         GO TO 8010-PARSE-ONE-CHARACTER-EXIT
162500     END-IF.
162600     IF RFL-PARSE-DIGIT-X IS NUMERIC
162700         IF RFL-PARSE-DIGIT-COUNT = 9
162800             MOVE 'N' TO RFL-PARSE-VALID-SW
162900             MOVE 'Y' TO RFL-PARSE-DONE-SW
163000         ELSE
163100             COMPUTE RFL-PARSE-NUMBER = RFL-PARSE-NUMBER * 10
163200                 + RFL-PARSE-DIGIT-9
163300             ADD 1 TO RFL-PARSE-DIGIT-COUNT
163400             ADD 1 TO RFL-PARSE-SUB
163500         END-IF
163600     ELSE
163700         MOVE 'N' TO RFL-PARSE-VALID-SW
163800         MOVE 'Y' TO RFL-PARSE-DONE-SW
163900     END-IF.
164000 8010-PARSE-ONE-CHARACTER-EXIT.
164100     EXIT.
164200
164300*****************************************************************
164400*  8100-FIND-ERASED-ID - look RFL-LOOKUP-ID up among the         *
164500*                        accepted requests; RFL-REQ-SUB is left  *
164600*                        on the entry when found.                *
164700*****************************************************************
164800 8100-FIND-ERASED-ID.
164900     MOVE 'N' TO RFL-REQ-FOUND-SW.
165000     PERFORM 8110-MATCH-ONE-REQUEST
165100         THRU 8110-MATCH-ONE-REQUEST-EXIT
165200         VARYING RFL-SCAN-SUB FROM 1 BY 1
165300         UNTIL RFL-REQ-FOUND OR RFL-SCAN-SUB > RFL-REQ-COUNT.
165400 8100-FIND-ERASED-ID-EXIT.
165500     EXIT.
165600
165700 8110-MATCH-ONE-REQUEST.
165800     IF RFL-REQ-ID(RFL-SCAN-SUB) = RFL-LOOKUP-ID
165900             AND RFL-REQ-ACCEPTED(RFL-SCAN-SUB)
166000         MOVE 'Y' TO RFL-REQ-FOUND-SW
166100         MOVE RFL-SCAN-SUB TO RFL-REQ-SUB
166200     END-IF.
166300 8110-MATCH-ONE-REQUEST-EXIT.
166400     EXIT.
166500
166600*****************************************************************
166700*  8200-MAKE-REFERENCE - the one-way reference for the request   *
166800*                        at RFL-REQ-SUB: '*' and nine digits.    *
166900*****************************************************************
167000 8200-MAKE-REFERENCE.
167100     MOVE RFL-ERASE-KEY TO RFL-HASH-VALUE.
167200     PERFORM 8210-HASH-ONE-CHARACTER
167300         THRU 8210-HASH-ONE-CHARACTER-EXIT
167400         VARYING RFL-HASH-SUB FROM 1 BY 1
167500         UNTIL RFL-HASH-SUB > 10.
167600     PERFORM 8210-HASH-ONE-CHARACTER
167700         THRU 8210-HASH-ONE-CHARACTER-EXIT
167800         VARYING RFL-HASH-SUB FROM 10 BY -1
167900         UNTIL RFL-HASH-SUB < 1.
168000     MOVE RFL-HASH-VALUE TO RFL-HASH-DIGITS.
168100     MOVE RFL-HASH-DIGITS TO RFL-REF-DIGITS.
168200 8200-MAKE-REFERENCE-EXIT.
168300     EXIT.
168400
168500 8210-HASH-ONE-CHARACTER.
168600     MOVE RFL-REQ-ID(RFL-REQ-SUB)(RFL-HASH-SUB:1)
168700         TO RFL-HASH-CHAR.
168800     MOVE 38 TO RFL-HASH-CHAR-VALUE.
168900     MOVE 'N' TO RFL-HASH-FOUND-SW.
169000     PERFORM 8220-VALUE-ONE-CHARACTER
169100         THRU 8220-VALUE-ONE-CHARACTER-EXIT
169200         VARYING RFL-HASH-CHAR-SUB FROM 1 BY 1
169300         UNTIL RFL-HASH-FOUND OR RFL-HASH-CHAR-SUB > 37.
169400     IF RFL-HASH-CHAR = SPACE
169500         MOVE ZERO TO RFL-HASH-CHAR-VALUE
169600     END-IF.
169700     COMPUTE RFL-HASH-WORK = RFL-HASH-VALUE * 263
169800         + RFL-HASH-CHAR-VALUE * 7919 + RFL-HASH-SUB.
169900     DIVIDE RFL-HASH-WORK BY RFL-HASH-MODULUS
170000         GIVING RFL-HASH-QUOTIENT REMAINDER RFL-HASH-VALUE.
170100 8210-HASH-ONE-CHARACTER-EXIT.
170200     EXIT.
170300
170400 8220-VALUE-ONE-CHARACTER.
170500     IF RFL-HASH-ALPHABET(RFL-HASH-CHAR-SUB:1) = RFL-HASH-CHAR
170600         MOVE RFL-HASH-CHAR-SUB TO RFL-HASH-CHAR-VALUE
170700         MOVE 'Y' TO RFL-HASH-FOUND-SW
170800     END-IF.
170900 8220-VALUE-ONE-CHARACTER-EXIT.
171000     EXIT.
171100
171200*****************************************************************
171300*  8300-LOG-CHANGE - certify one changed record: the file        *
171400*                    heading on the file's first change, then    *
171500*                    the action, ID, reference and where the     *
171600*                    record sat; and count it against the file,  *
171700*                    the entrant and the run.                    *
171800*****************************************************************
171900 8300-LOG-CHANGE.
172000     IF NOT RFL-FILE-HEAD-DONE
172100         MOVE SPACES TO RFL-CERT-RECORD
172200         WRITE RFL-CERT-RECORD
172300         MOVE RFL-CHANGE-FILE-NAME TO RFL-FHL-FILE
172400         MOVE RFL-FILE-HEAD-LINE TO RFL-CERT-RECORD
172500         WRITE RFL-CERT-RECORD
172600         MOVE 'Y' TO RFL-FILE-HEAD-SW
172700     END-IF.
172800     MOVE RFL-REQ-ID(RFL-REQ-SUB) TO RFL-DTL-ID.
172900     IF RFL-CHANGE-DELETE
173000         MOVE 'DELETED' TO RFL-DTL-ACTION
173100         MOVE SPACES TO RFL-DTL-AS
173200         MOVE SPACES TO RFL-DTL-REFERENCE
173300         ADD 1 TO RFL-FILE-DELETED-COUNT
173400         ADD 1 TO RFL-REQ-DELETED(RFL-REQ-SUB)
173500         ADD 1 TO RFL-TOTAL-DELETED-COUNT
173600     ELSE
173700         MOVE 'PSEUDONYMISED' TO RFL-DTL-ACTION
173800         MOVE 'AS' TO RFL-DTL-AS
173900         MOVE RFL-REQ-REFERENCE(RFL-REQ-SUB) TO RFL-DTL-REFERENCE
174000         ADD 1 TO RFL-FILE-PSEUDO-COUNT
174100         ADD 1 TO RFL-REQ-PSEUDO(RFL-REQ-SUB)
174200         ADD 1 TO RFL-TOTAL-PSEUDO-COUNT
174300     END-IF.
174400     IF RFL-CHANGE-RECNO = ZERO
174500         MOVE 'KEYED' TO RFL-DTL-LOCATOR
174600         MOVE SPACES TO RFL-DTL-RECNO
174700     ELSE
174800         MOVE 'RECORD' TO RFL-DTL-LOCATOR
174900         MOVE RFL-CHANGE-RECNO TO RFL-RECNO-EDIT
175000         MOVE RFL-RECNO-EDIT TO RFL-DTL-RECNO
175100     END-IF.
175200     IF RFL-CHANGE-DATE = SPACES
175300         MOVE SPACES TO RFL-DTL-DATED
175400     ELSE
175500         MOVE 'DATED' TO RFL-DTL-DATED
175600     END-IF.
175700     MOVE RFL-CHANGE-DATE TO RFL-DTL-DATE.
175800     MOVE RFL-CHANGE-TIME TO RFL-DTL-TIME.
175900     MOVE RFL-DETAIL-LINE TO RFL-CERT-RECORD.
176000     WRITE RFL-CERT-RECORD.
176100 8300-LOG-CHANGE-EXIT.
176200     EXIT.
176300
176400 8400-START-FILE-LOG.
176500     MOVE 'N' TO RFL-FILE-HEAD-SW.
176600     MOVE ZERO TO RFL-FILE-DELETED-COUNT.
176700     MOVE ZERO TO RFL-FILE-PSEUDO-COUNT.
176800 8400-START-FILE-LOG-EXIT.
176900     EXIT.
177000
177100 8500-END-FILE-LOG.
177200     IF NOT RFL-FILE-HEAD-DONE
177300         GO TO 8500-END-FILE-LOG-EXIT
177400     END-IF.
177500     ADD 1 TO RFL-FILES-TOUCHED-COUNT.
177600     MOVE RFL-FILE-DELETED-COUNT TO RFL-FTL-DELETED.
177700     MOVE RFL-FILE-PSEUDO-COUNT TO RFL-FTL-PSEUDO.
177800     MOVE RFL-FILE-TOTAL-LINE TO RFL-CERT-RECORD.
177900     WRITE RFL-CERT-RECORD.
178000 8500-END-FILE-LOG-EXIT.
178100     EXIT.
178200
178300 8600-WRITE-TOTAL-LINE.
178400     MOVE RFL-TOTAL-LINE TO RFL-CERT-RECORD.
178500     WRITE RFL-CERT-RECORD.
178600 8600-WRITE-TOTAL-LINE-EXIT.
178700     EXIT.
178800
178801*****************************************************************
178802*  8710-SEAL-ONE-RECORD - fold the .RPT record in RFL-SEAL-IMAGE *
178803*                         into the running seal hash and count   *
178804*                         it - see RFLSEL.CPY.                   *
178805*****************************************************************
178806 8710-SEAL-ONE-RECORD.
178807     ADD 1 TO RFL-SEAL-COUNT.
178808     PERFORM 8715-SEAL-ONE-BYTE
178809         THRU 8715-SEAL-ONE-BYTE-EXIT
178810         VARYING RFL-SEAL-SUB FROM 1 BY 1
178811         UNTIL RFL-SEAL-SUB > 177.
178812     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * RFL-SEAL-CHAIN
178813         + RFL-SEAL-KEY + RFL-SEAL-COUNT.
178814     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
178815         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHAIN.
178816 8710-SEAL-ONE-RECORD-EXIT.
178817     EXIT.
178818
178819 8715-SEAL-ONE-BYTE.
178820     MOVE RFL-SEAL-IMAGE(RFL-SEAL-SUB:1) TO RFL-SEAL-BYTE.
178821     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * 263
178822         + (RFL-SEAL-BYTE-CODE + 1) * 7919 + RFL-SEAL-SUB.
178823     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
178824         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHAIN.
178825 8715-SEAL-ONE-BYTE-EXIT.
178826     EXIT.
178827
178828*****************************************************************
178829*  8720-MAKE-TRAILER-CHECK - the keyed check the seal trailer    *
178830*                            carries over the record count and   *
178831*                            the final hash.                     *
178832*****************************************************************
178833 8720-MAKE-TRAILER-CHECK.
178834     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * 263
178835         + RFL-SEAL-COUNT * 7919 + RFL-SEAL-KEY.
178836     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
178837         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHECK.
178838     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHECK * RFL-SEAL-CHECK
178839         + RFL-SEAL-KEY.
178840     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
178841         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHECK.
178842 8720-MAKE-TRAILER-CHECK-EXIT.
178843     EXIT.
178844
178845*****************************************************************
178846*  8730-LOAD-SEAL-KEY - read the nine-digit seal key off the     *
178847*                       restricted seal key file (SEALKEY=,      *
178848*                       default RFL.SEAL.KEY).  Without it no    *
178849*                       seal can be made or checked.             *
178850*****************************************************************
178851 8730-LOAD-SEAL-KEY.
178852     MOVE 'X' TO RFL-SEAL-KEY-SW.
178853     OPEN INPUT SEALKEY-FILE.
178854     IF NOT RFL-SEALKEY-OK
178855         DISPLAY 'CANNOT OPEN SEAL KEY FILE: '
178856             RFL-SEALKEY-FILE-NAME
178857             ' STATUS ' RFL-SEALKEY-STATUS UPON SYSERR
178858         GO TO 8730-LOAD-SEAL-KEY-EXIT
178859     END-IF.
178860     MOVE SPACES TO RFL-SEALKEY-RECORD.
178861     READ SEALKEY-FILE
178862         AT END
178863             MOVE SPACES TO RFL-SEALKEY-RECORD
178864     END-READ.
178865     CLOSE SEALKEY-FILE.
178866     IF RFL-SEALKEY-RECORD(1:9) IS NOT NUMERIC
178867         DISPLAY 'SEAL KEY FILE DOES NOT START WITH A '
178868             'NINE-DIGIT KEY: ' RFL-SEALKEY-FILE-NAME UPON SYSERR
178869         GO TO 8730-LOAD-SEAL-KEY-EXIT
178870     END-IF.
178871     MOVE RFL-SEALKEY-RECORD(1:9) TO RFL-SEAL-KEY.
178872     MOVE 'Y' TO RFL-SEAL-KEY-SW.
178873 8730-LOAD-SEAL-KEY-EXIT.
178874     EXIT.
178875
178900*****************************************************************
179000*  9999-TERMINATE - end of run totals                            *
179100*****************************************************************
179200 9999-TERMINATE.
179300     DISPLAY 'REQUESTS READ:       ' RFL-REQ-COUNT.
179400     DISPLAY 'ENTRANTS ERASED:     ' RFL-ACCEPTED-COUNT.
179500     DISPLAY 'ENTRANTS REFUSED:    ' RFL-REFUSED-COUNT.
179600     DISPLAY 'FILES TOUCHED:       ' RFL-FILES-TOUCHED-COUNT.
179700     DISPLAY 'RECORDS DELETED:     ' RFL-TOTAL-DELETED-COUNT.
179800     DISPLAY 'RECORDS PSEUDONYMISED: ' RFL-TOTAL-PSEUDO-COUNT.
179900     IF RFL-CERT-OPEN
180000         DISPLAY 'CERTIFICATE WRITTEN TO ' RFL-CERT-FILE-NAME
180100     END-IF.
180200 9999-TERMINATE-EXIT.
180300     EXIT.
