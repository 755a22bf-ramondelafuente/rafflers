001800*      04  CHANGE/DELETE FOR AN ID NOT ON FILE                 *
001900*      05  TICKET COUNT NOT NUMERIC                            *
002000*      06  ENTRANT NAME BLANK                                  *
002100*      07  REGION NOT ACTIVE ON THE REGION MASTER              *
002200*                                                               *
002300*  AUTHOR:        R. de la Fuente                              *
002400*  INSTALLATION:  Domcode Payroll & Promotions                 *
004100*                   with nothing applied, because a change      *
004200*                   without its before/after trail is exactly   *
004300*                   what this program exists to prevent.        *
004310*  2026-10-15  RDF  Reason 07 now validates the region against  *
004320*                   the central region master RFL.REGION.MASTER *
004330*                   (RFLREG.CPY, REGFILE= to override the name) *
004340*                   - active and inside its effective window    *
004350*                   today - instead of a literal list, so this  *
004360*                   path and the draw's edit pass can no longer *
004370*                   disagree after a new office opens.  A       *
004380*                   master that will not open ends the run      *
004390*                   RC 8 with nothing applied.                  *
004400*                                                               *
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
006700     SELECT AUDIT-FILE ASSIGN DYNAMIC RFL-AUDIT-FILE-NAME
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS RFL-AUDIT-STATUS.
006910     SELECT REGION-FILE ASSIGN DYNAMIC RFL-REGION-FILE-NAME
006920         ORGANIZATION IS INDEXED
006930         ACCESS MODE IS DYNAMIC
006940         RECORD KEY IS RFL-REG-CODE
006950         FILE STATUS IS RFL-REGION-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
008200
008300 FD  AUDIT-FILE.
008400 01  RFL-AUDIT-RECORD            PIC X(70).
008410
008420 FD  REGION-FILE
008430     LABEL RECORDS ARE STANDARD.
008440     COPY RFLREG.CPY.
008500
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------------*
009000 01  RFL-ARGUMENT                PIC X(60).
009100 01  RFL-FILE-TAG                PIC X(05) VALUE 'FILE='.
009200 01  RFL-TRANS-TAG               PIC X(06) VALUE 'TRANS='.
009210 01  RFL-REGFILE-TAG             PIC X(08) VALUE 'REGFILE='.
009300 01  RFL-FILE-NAME               PIC X(50).
009400 01  RFL-TRANS-NAME              PIC X(50)
009500                                 VALUE 'RFL.ENTRANT.TRANS'.
009510 01  RFL-REGION-FILE-NAME        PIC X(50)
009520                                 VALUE 'RFL.REGION.MASTER'.
009600 01  RFL-REJECT-FILE-NAME        PIC X(54).
009700 01  RFL-AUDIT-FILE-NAME         PIC X(54).
009800
011400     88  RFL-AUDIT-OK            VALUE '00'.
011500     88  RFL-AUDIT-NOT-FOUND     VALUE '35'.
011600
011610 77  RFL-REGION-STATUS           PIC X(02).
011620     88  RFL-REGION-OK           VALUE '00'.
011630
011700 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
011800     88  RFL-NO-MORE-ARGS        VALUE 'N'.
011900
012700     88  RFL-TRAN-ACCEPTED       VALUE SPACES.
012800
012900 01  RFL-EDIT-REGION             PIC X(04).
013000 77  RFL-REGION-VALID-SW         PIC X(01) VALUE 'N'.
013100     88  RFL-EDIT-REGION-VALID   VALUE 'Y'.
013110 77  RFL-TODAY-DATE              PIC 9(08) VALUE ZERO.
013200
013300*----------------------------------------------------------------*
013400*    MAINTENANCE COUNTERS                                        *
021600         IF RFL-ARGUMENT(1:6) = RFL-TRANS-TAG
021700             MOVE RFL-ARGUMENT(7:50) TO RFL-TRANS-NAME
021800         ELSE
021810             IF RFL-ARGUMENT(1:8) = RFL-REGFILE-TAG
021820                 MOVE RFL-ARGUMENT(9:50) TO RFL-REGION-FILE-NAME
021830             ELSE
021900                 DISPLAY 'UNKNOWN ARGUMENT IGNORED: '
022000                     RFL-ARGUMENT UPON SYSERR
022010             END-IF
022100         END-IF
022200     END-IF.
022300 1010-GET-ONE-ARGUMENT-EXIT.
022900*                    the file), the transactions open input,     *
023000*                    the reject report is rewritten per run      *
023100*                    and the audit trail extends across runs.    *
023110*                    The region master opens input and must      *
023120*                    exist - without it no region can be         *
023130*                    edited, so nothing is applied.              *
023200*****************************************************************
023300 2000-OPEN-FILES.
023400     OPEN I-O ENTRANT-FILE.
028000         CLOSE REJECT-FILE
028100         GO TO 2000-OPEN-FILES-EXIT
028200     END-IF.
028210     OPEN INPUT REGION-FILE.
028220     IF NOT RFL-REGION-OK
028230         DISPLAY 'CANNOT OPEN REGION MASTER: '
028240             RFL-REGION-FILE-NAME
028250             ' STATUS ' RFL-REGION-STATUS UPON SYSERR
028260         MOVE 'Y' TO RFL-ANY-FAILURE-SW
028270         CLOSE ENTRANT-FILE
028280         CLOSE TRANSACTION-FILE
028290         CLOSE REJECT-FILE
028291         CLOSE AUDIT-FILE
028292         GO TO 2000-OPEN-FILES-EXIT
028293     END-IF.
028294     ACCEPT RFL-TODAY-DATE FROM DATE YYYYMMDD.
028300 2000-OPEN-FILES-EXIT.
028400     EXIT.
028500
034700             GO TO 3100-EDIT-TRANSACTION-EXIT
034800         END-IF
034900         MOVE RFL-TRN-ENTRANT-REGION TO RFL-EDIT-REGION
034910         PERFORM 3150-CHECK-REGION THRU 3150-CHECK-REGION-EXIT
035000         IF NOT RFL-EDIT-REGION-VALID
035100             MOVE '07' TO RFL-REJECT-REASON
035200             GO TO 3100-EDIT-TRANSACTION-EXIT
035400     END-IF.
035500 3100-EDIT-TRANSACTION-EXIT.
035600     EXIT.
035605
035609*****************************************************************
035613*  3150-CHECK-REGION - is RFL-EDIT-REGION on the region master,  *
035617*                      flagged active and inside its effective   *
035621*                      window today?  An effective-to date of    *
035625*                      zero is open-ended.                       *
035629*****************************************************************
035633 3150-CHECK-REGION.
035637     MOVE 'N' TO RFL-REGION-VALID-SW.
035641     MOVE RFL-EDIT-REGION TO RFL-REG-CODE.
035645     READ REGION-FILE KEY IS RFL-REG-CODE
035649         INVALID KEY
035653             GO TO 3150-CHECK-REGION-EXIT
035657     END-READ.
035661     IF RFL-REG-IS-ACTIVE
035665             AND RFL-REG-EFF-FROM NOT > RFL-TODAY-DATE
035669             AND (RFL-REG-EFF-TO = ZERO
035673                  OR RFL-REG-EFF-TO NOT < RFL-TODAY-DATE)
035677         MOVE 'Y' TO RFL-REGION-VALID-SW
035681     END-IF.
035685 3150-CHECK-REGION-EXIT.
035689     EXIT.
035700
035800*****************************************************************
035900*  3200-APPLY-ADD - write a new entrant record, rejecting the    *
053400     CLOSE TRANSACTION-FILE.
053500     CLOSE REJECT-FILE.
053600     CLOSE AUDIT-FILE.
053610     CLOSE REGION-FILE.
053700 4000-CLOSE-FILES-EXIT.
053800     EXIT.
053900
