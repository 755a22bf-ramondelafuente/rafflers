000100*****************************************************************
000200*                                                               *
000300*  RFLRGM01                                                    *
000400*                                                               *
000500*  Region master maintenance.  Applies a transaction file of   *
000600*  ADD/CHANGE/DELETE records (RFLRGT.CPY, keyed by region      *
000700*  code) against the central region master RFL.REGION.MASTER  *
000800*  (RFLREG.CPY) that the draw, entrant maintenance and sales   *
000900*  posting all validate RFL-ENTRANT-REGION against.  Bad       *
001000*  transactions are written to a .REJ report with a reason     *
001100*  code, and every applied change writes a before/after image  *
001200*  pair to a .AUD audit trail.  A region is normally retired   *
001300*  by a CHANGE that clears its active flag or closes its       *
001400*  effective window - a DELETE loses the description the       *
001500*  summaries print for past wins in that region.               *
001600*                                                               *
001700*  REASON CODES ON THE REJECT REPORT -                          *
001800*      01  ACTION CODE NOT A, C OR D                           *
001900*      02  REGION CODE BLANK                                   *
002000*      03  ADD FOR A CODE ALREADY ON FILE                      *
002100*      04  CHANGE/DELETE FOR A CODE NOT ON FILE                *
002200*      05  DESCRIPTION BLANK                                   *
002300*      06  ACTIVE FLAG NOT Y OR N                              *
002400*      07  EFFECTIVE-FROM DATE MISSING OR NOT NUMERIC          *
002500*      08  EFFECTIVE-TO DATE NOT NUMERIC OR BEFORE THE         *
002600*          EFFECTIVE-FROM DATE                                 *
002700*                                                               *
002800*      RC = 0   ALL TRANSACTIONS APPLIED                       *
002900*      RC = 4   SOME TRANSACTIONS REJECTED - SEE .REJ REPORT   *
003000*      RC = 8   A FILE COULD NOT BE OPENED - NOTHING APPLIED   *
003100*                                                               *
003200*  AUTHOR:        R. de la Fuente                              *
003300*  INSTALLATION:  Domcode Payroll & Promotions                 *
003400*  DATE-WRITTEN:  2026-10-15                                    *
003500*  DATE-COMPILED: 2026-10-15                                    *
003600*                                                               *
003700*  MODIFICATION HISTORY                                        *
003800*  ---------------------                                       *
003900*  2026-10-15  RDF  Initial program - run on demand via the     *
004000*                   RFLRGM01 job.  RFLRAF01 STEP0090 defines    *
004100*                   and seeds the master; should it be missing  *
004200*                   it is created here on the first run.        *
004300*                                                               *
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.     RFLRGM01.
004700 AUTHOR.         R. de la Fuente.
004800 INSTALLATION.   Domcode Payroll & Promotions.
004900 DATE-WRITTEN.   2026-10-15.
005000 DATE-COMPILED.  2026-10-15.
005100
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT REGION-FILE ASSIGN DYNAMIC RFL-REGION-FILE-NAME
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS RFL-REG-CODE
005900         FILE STATUS IS RFL-REGION-STATUS.
006000     SELECT TRANSACTION-FILE ASSIGN DYNAMIC RFL-TRANS-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS RFL-TRANS-STATUS.
006300     SELECT REJECT-FILE ASSIGN DYNAMIC RFL-REJECT-FILE-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS RFL-REJECT-STATUS.
006600     SELECT AUDIT-FILE ASSIGN DYNAMIC RFL-AUDIT-FILE-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS RFL-AUDIT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  REGION-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY RFLREG.CPY.
007500
007600 FD  TRANSACTION-FILE.
007700     COPY RFLRGT.CPY.
007800
007900 FD  REJECT-FILE.
008000 01  RFL-REJECT-RECORD           PIC X(60).
008100
008200 FD  AUDIT-FILE.
008300 01  RFL-AUDIT-RECORD            PIC X(70).
008400
008500 WORKING-STORAGE SECTION.
008600*----------------------------------------------------------------*
008700*    COMMAND-LINE / FILE NAME FIELDS                             *
008800*----------------------------------------------------------------*
008900 01  RFL-ARGUMENT                PIC X(60).
009000 01  RFL-REGFILE-TAG             PIC X(08) VALUE 'REGFILE='.
009100 01  RFL-TRANS-TAG               PIC X(06) VALUE 'TRANS='.
009200 01  RFL-REGION-FILE-NAME        PIC X(50)
009300                                 VALUE 'RFL.REGION.MASTER'.
009400 01  RFL-TRANS-NAME              PIC X(50)
009500                                 VALUE 'RFL.REGION.TRANS'.
009600 01  RFL-REJECT-FILE-NAME        PIC X(54).
009700 01  RFL-AUDIT-FILE-NAME         PIC X(54).
009800
009900*----------------------------------------------------------------*
010000*    FILE STATUS AND SWITCHES                                    *
010100*----------------------------------------------------------------*
010200 77  RFL-REGION-STATUS           PIC X(02).
010300     88  RFL-REGION-OK           VALUE '00'.
010400     88  RFL-REGION-NOT-FOUND    VALUE '35'.
010500
010600 77  RFL-TRANS-STATUS            PIC X(02).
010700     88  RFL-TRANS-OK            VALUE '00'.
010800     88  RFL-TRANS-NOT-FOUND     VALUE '35'.
010900
011000 77  RFL-REJECT-STATUS           PIC X(02).
011100     88  RFL-REJECT-OK           VALUE '00'.
011200
011300 77  RFL-AUDIT-STATUS            PIC X(02).
011400     88  RFL-AUDIT-OK            VALUE '00'.
011500     88  RFL-AUDIT-NOT-FOUND     VALUE '35'.
011600
011700 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
011800     88  RFL-NO-MORE-ARGS        VALUE 'N'.
011900
012000 77  RFL-TRANS-EOF-SW            PIC X(01) VALUE 'N'.
012100     88  RFL-TRANS-AT-END        VALUE 'Y'.
012200
012300 77  RFL-ANY-FAILURE-SW          PIC X(01) VALUE 'N'.
012400     88  RFL-ANY-FAILURE         VALUE 'Y'.
012500
012600 77  RFL-REJECT-REASON           PIC X(02) VALUE SPACES.
012700     88  RFL-TRAN-ACCEPTED       VALUE SPACES.
012800
012900 77  RFL-NEW-EFF-TO              PIC 9(08) VALUE ZERO.
013000
013100*----------------------------------------------------------------*
013200*    MAINTENANCE COUNTERS                                        *
013300*----------------------------------------------------------------*
013400 77  RFL-TRAN-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
013500 77  RFL-ADD-COUNT               PIC 9(07) COMP VALUE ZERO.
013600 77  RFL-CHANGE-COUNT            PIC 9(07) COMP VALUE ZERO.
013700 77  RFL-DELETE-COUNT            PIC 9(07) COMP VALUE ZERO.
013800 77  RFL-REJECT-COUNT            PIC 9(07) COMP VALUE ZERO.
013900
014000*----------------------------------------------------------------*
014100*    REJECT AND AUDIT LINE WORK AREAS                            *
014200*----------------------------------------------------------------*
014300 01  RFL-REJECT-WORK.
014400     05  RFL-REJ-REASON          PIC X(02).
014500     05  FILLER                  PIC X(01) VALUE SPACE.
014600     05  RFL-REJ-IMAGE           PIC X(53).
014700
014800 01  RFL-AUDIT-WORK.
014900     05  RFL-AUD-ACTION          PIC X(01).
015000     05  FILLER                  PIC X(01) VALUE SPACE.
015100     05  RFL-AUD-CODE            PIC X(04).
015200     05  FILLER                  PIC X(01) VALUE SPACE.
015300     05  RFL-AUD-TAG             PIC X(07).
015400     05  FILLER                  PIC X(01) VALUE SPACE.
015500     05  RFL-AUD-DESC            PIC X(30).
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  RFL-AUD-ACTIVE          PIC X(01).
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  RFL-AUD-EFF-FROM        PIC 9(08).
016000     05  FILLER                  PIC X(01) VALUE SPACE.
016100     05  RFL-AUD-EFF-TO          PIC 9(08).
016200
016300 PROCEDURE DIVISION.
016400*****************************************************************
016500*  0000-MAINLINE                                                *
016600*****************************************************************
016700 0000-MAINLINE.
016800     DISPLAY 'RFLRGM01 - REGION MASTER MAINTENANCE'.
016900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
017000     PERFORM 2000-OPEN-FILES THRU 2000-OPEN-FILES-EXIT.
017100     IF NOT RFL-ANY-FAILURE
017200         PERFORM 3000-APPLY-ONE-TRANSACTION
017300             THRU 3000-APPLY-ONE-TRANSACTION-EXIT
017400             UNTIL RFL-TRANS-AT-END
017500         PERFORM 4000-CLOSE-FILES
017600             THRU 4000-CLOSE-FILES-EXIT
017700     END-IF.
017800     IF RFL-ANY-FAILURE
017900         MOVE 8 TO RETURN-CODE
018000     ELSE
018100         IF RFL-REJECT-COUNT > ZERO
018200             MOVE 4 TO RETURN-CODE
018300         END-IF
018400     END-IF.
018500     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
018600     STOP RUN.
018700
018800*****************************************************************
018900*  1000-INITIALIZE - pick up the optional REGFILE= master and    *
019000*                    TRANS= transaction file overrides.          *
019100*****************************************************************
019200 1000-INITIALIZE.
019300     PERFORM 1010-GET-ONE-ARGUMENT
019400         THRU 1010-GET-ONE-ARGUMENT-EXIT
019500         UNTIL RFL-NO-MORE-ARGS.
019600 1000-INITIALIZE-EXIT.
019700     EXIT.
019800
019900 1010-GET-ONE-ARGUMENT.
020000     MOVE SPACES TO RFL-ARGUMENT.
020100     ACCEPT RFL-ARGUMENT FROM ARGUMENT-VALUE
020200         ON EXCEPTION
020300             MOVE 'N' TO RFL-MORE-ARGS-SW
020400             GO TO 1010-GET-ONE-ARGUMENT-EXIT
020500     END-ACCEPT.
020600     IF RFL-ARGUMENT(1:8) = RFL-REGFILE-TAG
020700         MOVE RFL-ARGUMENT(9:50) TO RFL-REGION-FILE-NAME
020800     ELSE
020900         IF RFL-ARGUMENT(1:6) = RFL-TRANS-TAG
021000             MOVE RFL-ARGUMENT(7:50) TO RFL-TRANS-NAME
021100         ELSE
021200             DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
021300                 UPON SYSERR
021400         END-IF
021500     END-IF.
021600 1010-GET-ONE-ARGUMENT-EXIT.
021700     EXIT.
021800
021900*****************************************************************
022000*  2000-OPEN-FILES - the region master opens I-O and is created  *
022100*                    on the site's first maintenance run (that   *
022200*                    run loads the starting regions), the        *
022300*                    transactions open input, the reject report  *
022400*                    is rewritten per run and the audit trail    *
022500*                    extends across runs.                        *
022600*****************************************************************
022700 2000-OPEN-FILES.
022800     OPEN I-O REGION-FILE.
022900     IF RFL-REGION-NOT-FOUND
023000         OPEN OUTPUT REGION-FILE
023100         CLOSE REGION-FILE
023200         OPEN I-O REGION-FILE
023300     END-IF.
023400     IF NOT RFL-REGION-OK
023500         DISPLAY 'CANNOT OPEN REGION MASTER: '
023600             RFL-REGION-FILE-NAME
023700             ' STATUS ' RFL-REGION-STATUS UPON SYSERR
023800         MOVE 'Y' TO RFL-ANY-FAILURE-SW
023900         GO TO 2000-OPEN-FILES-EXIT
024000     END-IF.
024100     OPEN INPUT TRANSACTION-FILE.
024200     IF NOT RFL-TRANS-OK
024300         DISPLAY 'CANNOT OPEN TRANSACTION FILE: ' RFL-TRANS-NAME
024400             ' STATUS ' RFL-TRANS-STATUS UPON SYSERR
024500         MOVE 'Y' TO RFL-ANY-FAILURE-SW
024600         CLOSE REGION-FILE
024700         GO TO 2000-OPEN-FILES-EXIT
024800     END-IF.
024900     MOVE SPACES TO RFL-REJECT-FILE-NAME.
025000     STRING RFL-TRANS-NAME DELIMITED BY SPACE
025100         '.REJ' DELIMITED BY SIZE
025200         INTO RFL-REJECT-FILE-NAME
025300     END-STRING.
025400     MOVE SPACES TO RFL-AUDIT-FILE-NAME.
025500     STRING RFL-TRANS-NAME DELIMITED BY SPACE
025600         '.AUD' DELIMITED BY SIZE
025700         INTO RFL-AUDIT-FILE-NAME
025800     END-STRING.
025900     OPEN OUTPUT REJECT-FILE.
026000     IF NOT RFL-REJECT-OK
026100         DISPLAY 'CANNOT OPEN REJECT REPORT: '
026200             RFL-REJECT-FILE-NAME
026300             ' STATUS ' RFL-REJECT-STATUS UPON SYSERR
026400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
026500         CLOSE REGION-FILE
026600         CLOSE TRANSACTION-FILE
026700         GO TO 2000-OPEN-FILES-EXIT
026800     END-IF.
026900     OPEN EXTEND AUDIT-FILE.
027000     IF RFL-AUDIT-NOT-FOUND
027100         OPEN OUTPUT AUDIT-FILE
027200     END-IF.
027300     IF NOT RFL-AUDIT-OK
027400         DISPLAY 'CANNOT OPEN AUDIT TRAIL: '
027500             RFL-AUDIT-FILE-NAME
027600             ' STATUS ' RFL-AUDIT-STATUS UPON SYSERR
027700         MOVE 'Y' TO RFL-ANY-FAILURE-SW
027800         CLOSE REGION-FILE
027900         CLOSE TRANSACTION-FILE
028000         CLOSE REJECT-FILE
028100         GO TO 2000-OPEN-FILES-EXIT
028200     END-IF.
028300 2000-OPEN-FILES-EXIT.
028400     EXIT.
028500
028600*****************************************************************
028700*  3000-APPLY-ONE-TRANSACTION - read and apply the next          *
028800*                               transaction, or reject it with   *
028900*                               a reason code.  Field edits      *
029000*                               come first so a transaction is   *
029100*                               rejected for what is wrong with  *
029200*                               it before the master is touched. *
029300*****************************************************************
029400 3000-APPLY-ONE-TRANSACTION.
029500     READ TRANSACTION-FILE
029600         AT END
029700             MOVE 'Y' TO RFL-TRANS-EOF-SW
029800             GO TO 3000-APPLY-ONE-TRANSACTION-EXIT
029900     END-READ.
030000     IF RFL-REGION-TRANS-RECORD = SPACES
030100         GO TO 3000-APPLY-ONE-TRANSACTION-EXIT
030200     END-IF.
030300     ADD 1 TO RFL-TRAN-READ-COUNT.
030400     MOVE SPACES TO RFL-REJECT-REASON.
030500     PERFORM 3100-EDIT-TRANSACTION
030600         THRU 3100-EDIT-TRANSACTION-EXIT.
030700     IF NOT RFL-TRAN-ACCEPTED
030800         PERFORM 3900-WRITE-REJECT THRU 3900-WRITE-REJECT-EXIT
030900         GO TO 3000-APPLY-ONE-TRANSACTION-EXIT
031000     END-IF.
031100     IF RFL-RGT-ADD
031200         PERFORM 3200-APPLY-ADD THRU 3200-APPLY-ADD-EXIT
031300     ELSE
031400         IF RFL-RGT-CHANGE
031500             PERFORM 3300-APPLY-CHANGE
031600                 THRU 3300-APPLY-CHANGE-EXIT
031700         ELSE
031800             PERFORM 3400-APPLY-DELETE
031900                 THRU 3400-APPLY-DELETE-EXIT
032000         END-IF
032100     END-IF.
032200     IF NOT RFL-TRAN-ACCEPTED
032300         PERFORM 3900-WRITE-REJECT THRU 3900-WRITE-REJECT-EXIT
032400     END-IF.
032500 3000-APPLY-ONE-TRANSACTION-EXIT.
032600     EXIT.
032700
032800*****************************************************************
032900*  3100-EDIT-TRANSACTION - field edits that need no file access. *
033000*                          A blank effective-to date is taken    *
033100*                          as zero - open-ended.                 *
033200*****************************************************************
033300 3100-EDIT-TRANSACTION.
033400     IF NOT RFL-RGT-ACTION-OK
033500         MOVE '01' TO RFL-REJECT-REASON
033600         GO TO 3100-EDIT-TRANSACTION-EXIT
033700     END-IF.
033800     IF RFL-RGT-CODE = SPACES
033900         MOVE '02' TO RFL-REJECT-REASON
034000         GO TO 3100-EDIT-TRANSACTION-EXIT
034100     END-IF.
034200     IF RFL-RGT-DELETE
034300         GO TO 3100-EDIT-TRANSACTION-EXIT
034400     END-IF.
034500     IF RFL-RGT-DESC = SPACES
034600         MOVE '05' TO RFL-REJECT-REASON
034700         GO TO 3100-EDIT-TRANSACTION-EXIT
034800     END-IF.
034900     IF NOT RFL-RGT-ACTIVE-OK
035000         MOVE '06' TO RFL-REJECT-REASON
035100         GO TO 3100-EDIT-TRANSACTION-EXIT
035200     END-IF.
035300     IF RFL-RGT-EFF-FROM-X NOT NUMERIC
035400             OR RFL-RGT-EFF-FROM = ZERO
035500         MOVE '07' TO RFL-REJECT-REASON
035600         GO TO 3100-EDIT-TRANSACTION-EXIT
035700     END-IF.
035800     IF RFL-RGT-EFF-TO-X = SPACES
035900         MOVE ZERO TO RFL-NEW-EFF-TO
036000     ELSE
036100         IF RFL-RGT-EFF-TO-X NOT NUMERIC
036200             MOVE '08' TO RFL-REJECT-REASON
036300             GO TO 3100-EDIT-TRANSACTION-EXIT
036400         END-IF
036500         MOVE RFL-RGT-EFF-TO TO RFL-NEW-EFF-TO
036600     END-IF.
036700     IF RFL-NEW-EFF-TO NOT = ZERO
036800             AND RFL-NEW-EFF-TO < RFL-RGT-EFF-FROM
036900         MOVE '08' TO RFL-REJECT-REASON
037000         GO TO 3100-EDIT-TRANSACTION-EXIT
037100     END-IF.
037200 3100-EDIT-TRANSACTION-EXIT.
037300     EXIT.
037400
037500*****************************************************************
037600*  3200-APPLY-ADD - write a new region record, rejecting the     *
037700*                   transaction when the code is already on      *
037800*                   file.                                        *
037900*****************************************************************
038000 3200-APPLY-ADD.
038100     MOVE RFL-RGT-CODE TO RFL-REG-CODE.
038200     READ REGION-FILE KEY IS RFL-REG-CODE
038300         INVALID KEY
038400             CONTINUE
038500         NOT INVALID KEY
038600             MOVE '03' TO RFL-REJECT-REASON
038700     END-READ.
038800     IF NOT RFL-TRAN-ACCEPTED
038900         GO TO 3200-APPLY-ADD-EXIT
039000     END-IF.
039100     PERFORM 3800-AUDIT-ABSENT THRU 3800-AUDIT-ABSENT-EXIT.
039200     MOVE SPACES                 TO RFL-REGION-RECORD.
039300     MOVE RFL-RGT-CODE           TO RFL-REG-CODE.
039400     PERFORM 3500-MOVE-TRANS-FIELDS
039500         THRU 3500-MOVE-TRANS-FIELDS-EXIT.
039600     WRITE RFL-REGION-RECORD
039700         INVALID KEY
039800             MOVE '03' TO RFL-REJECT-REASON
039900     END-WRITE.
040000     IF RFL-TRAN-ACCEPTED
040100         ADD 1 TO RFL-ADD-COUNT
040200         PERFORM 3700-AUDIT-PRESENT THRU 3700-AUDIT-PRESENT-EXIT
040300     END-IF.
040400 3200-APPLY-ADD-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800*  3300-APPLY-CHANGE - rewrite an existing region record,        *
040900*                      rejecting the transaction when the code   *
041000*                      is not on file.  The record as it stood   *
041100*                      is audited before the rewrite.            *
041200*****************************************************************
041300 3300-APPLY-CHANGE.
041400     MOVE RFL-RGT-CODE TO RFL-REG-CODE.
041500     READ REGION-FILE KEY IS RFL-REG-CODE
041600         INVALID KEY
041700             MOVE '04' TO RFL-REJECT-REASON
041800     END-READ.
041900     IF NOT RFL-TRAN-ACCEPTED
042000         GO TO 3300-APPLY-CHANGE-EXIT
042100     END-IF.
042200     MOVE 'BEFORE:' TO RFL-AUD-TAG.
042300     PERFORM 3600-AUDIT-FILE-IMAGE
042400         THRU 3600-AUDIT-FILE-IMAGE-EXIT.
042500     PERFORM 3500-MOVE-TRANS-FIELDS
042600         THRU 3500-MOVE-TRANS-FIELDS-EXIT.
042700     REWRITE RFL-REGION-RECORD
042800         INVALID KEY
042900             MOVE '04' TO RFL-REJECT-REASON
043000     END-REWRITE.
043100     IF RFL-TRAN-ACCEPTED
043200         ADD 1 TO RFL-CHANGE-COUNT
043300         PERFORM 3700-AUDIT-PRESENT THRU 3700-AUDIT-PRESENT-EXIT
043400     END-IF.
043500 3300-APPLY-CHANGE-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*  3400-APPLY-DELETE - delete an existing region record,         *
044000*                      rejecting the transaction when the code   *
044100*                      is not on file.  The record as it stood   *
044200*                      is audited before the delete.             *
044300*****************************************************************
044400 3400-APPLY-DELETE.
044500     MOVE RFL-RGT-CODE TO RFL-REG-CODE.
044600     READ REGION-FILE KEY IS RFL-REG-CODE
044700         INVALID KEY
044800             MOVE '04' TO RFL-REJECT-REASON
044900     END-READ.
045000     IF NOT RFL-TRAN-ACCEPTED
045100         GO TO 3400-APPLY-DELETE-EXIT
045200     END-IF.
045300     MOVE 'BEFORE:' TO RFL-AUD-TAG.
045400     PERFORM 3600-AUDIT-FILE-IMAGE
045500         THRU 3600-AUDIT-FILE-IMAGE-EXIT.
045600     DELETE REGION-FILE
045700         INVALID KEY
045800             MOVE '04' TO RFL-REJECT-REASON
045900     END-DELETE.
046000     IF RFL-TRAN-ACCEPTED
046100         ADD 1 TO RFL-DELETE-COUNT
046200         PERFORM 3810-AUDIT-ABSENT-AFTER
046300             THRU 3810-AUDIT-ABSENT-AFTER-EXIT
046400     END-IF.
046500 3400-APPLY-DELETE-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900*  3500-MOVE-TRANS-FIELDS - lay the transaction's fields over    *
047000*                           the region record about to be        *
047100*                           written or rewritten.                *
047200*****************************************************************
047300 3500-MOVE-TRANS-FIELDS.
047400     MOVE RFL-RGT-DESC           TO RFL-REG-DESC.
047500     MOVE RFL-RGT-ACTIVE         TO RFL-REG-ACTIVE.
047600     MOVE RFL-RGT-EFF-FROM       TO RFL-REG-EFF-FROM.
047700     MOVE RFL-NEW-EFF-TO         TO RFL-REG-EFF-TO.
047800 3500-MOVE-TRANS-FIELDS-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*  3600-AUDIT-FILE-IMAGE - write one audit line from the region  *
048300*                          record as it stands on file, under    *
048400*                          the tag already set.                  *
048500*****************************************************************
048600 3600-AUDIT-FILE-IMAGE.
048700     MOVE RFL-RGT-ACTION         TO RFL-AUD-ACTION.
048800     MOVE RFL-RGT-CODE           TO RFL-AUD-CODE.
048900     MOVE RFL-REG-DESC           TO RFL-AUD-DESC.
049000     MOVE RFL-REG-ACTIVE         TO RFL-AUD-ACTIVE.
049100     MOVE RFL-REG-EFF-FROM       TO RFL-AUD-EFF-FROM.
049200     MOVE RFL-REG-EFF-TO         TO RFL-AUD-EFF-TO.
049300     MOVE RFL-AUDIT-WORK         TO RFL-AUDIT-RECORD.
049400     WRITE RFL-AUDIT-RECORD.
049500 3600-AUDIT-FILE-IMAGE-EXIT.
049600     EXIT.
049700
049800*****************************************************************
049900*  3700-AUDIT-PRESENT - write the AFTER image of a record just   *
050000*                       written or rewritten.                    *
050100*****************************************************************
050200 3700-AUDIT-PRESENT.
050300     MOVE 'AFTER: ' TO RFL-AUD-TAG.
050400     PERFORM 3600-AUDIT-FILE-IMAGE
050500         THRU 3600-AUDIT-FILE-IMAGE-EXIT.
050600 3700-AUDIT-PRESENT-EXIT.
050700     EXIT.
050800
050900*****************************************************************
051000*  3800-AUDIT-ABSENT - the BEFORE image of an ADD - the record   *
051100*                      was not on file.                          *
051200*****************************************************************
051300 3800-AUDIT-ABSENT.
051400     MOVE RFL-RGT-ACTION         TO RFL-AUD-ACTION.
051500     MOVE RFL-RGT-CODE           TO RFL-AUD-CODE.
051600     MOVE 'BEFORE:'              TO RFL-AUD-TAG.
051700     MOVE '** NOT ON FILE **'    TO RFL-AUD-DESC.
051800     MOVE SPACE                  TO RFL-AUD-ACTIVE.
051900     MOVE ZERO                   TO RFL-AUD-EFF-FROM.
052000     MOVE ZERO                   TO RFL-AUD-EFF-TO.
052100     MOVE RFL-AUDIT-WORK         TO RFL-AUDIT-RECORD.
052200     WRITE RFL-AUDIT-RECORD.
052300 3800-AUDIT-ABSENT-EXIT.
052400     EXIT.
052500
052600*****************************************************************
052700*  3810-AUDIT-ABSENT-AFTER - the AFTER image of a DELETE - the   *
052800*                            record is gone.                     *
052900*****************************************************************
053000 3810-AUDIT-ABSENT-AFTER.
053100     MOVE RFL-RGT-ACTION         TO RFL-AUD-ACTION.
053200     MOVE RFL-RGT-CODE           TO RFL-AUD-CODE.
053300     MOVE 'AFTER: '              TO RFL-AUD-TAG.
053400     MOVE '** NOT ON FILE **'    TO RFL-AUD-DESC.
053500     MOVE SPACE                  TO RFL-AUD-ACTIVE.
053600     MOVE ZERO                   TO RFL-AUD-EFF-FROM.
053700     MOVE ZERO                   TO RFL-AUD-EFF-TO.
053800     MOVE RFL-AUDIT-WORK         TO RFL-AUDIT-RECORD.
053900     WRITE RFL-AUDIT-RECORD.
054000 3810-AUDIT-ABSENT-AFTER-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400*  3900-WRITE-REJECT - write the offending transaction to the    *
054500*                      reject report with its reason code.       *
054600*****************************************************************
054700 3900-WRITE-REJECT.
054800     ADD 1 TO RFL-REJECT-COUNT.
054900     MOVE RFL-REJECT-REASON       TO RFL-REJ-REASON.
055000     MOVE RFL-REGION-TRANS-RECORD TO RFL-REJ-IMAGE.
055100     MOVE RFL-REJECT-WORK         TO RFL-REJECT-RECORD.
055200     WRITE RFL-REJECT-RECORD.
055300 3900-WRITE-REJECT-EXIT.
055400     EXIT.
055500
055600*****************************************************************
055700*  4000-CLOSE-FILES                                              *
055800*****************************************************************
055900 4000-CLOSE-FILES.
056000     CLOSE REGION-FILE.
056100     CLOSE TRANSACTION-FILE.
056200     CLOSE REJECT-FILE.
056300     CLOSE AUDIT-FILE.
056400 4000-CLOSE-FILES-EXIT.
056500     EXIT.
056600
056700*****************************************************************
056800*  9999-TERMINATE - end of run totals                            *
056900*****************************************************************
057000 9999-TERMINATE.
057100     DISPLAY 'TRANSACTIONS READ: ' RFL-TRAN-READ-COUNT.
057200     DISPLAY 'ADDS APPLIED:      ' RFL-ADD-COUNT.
057300     DISPLAY 'CHANGES APPLIED:   ' RFL-CHANGE-COUNT.
057400     DISPLAY 'DELETES APPLIED:   ' RFL-DELETE-COUNT.
057500     DISPLAY 'REJECTED:          ' RFL-REJECT-COUNT.
057600 9999-TERMINATE-EXIT.
057700     EXIT.
