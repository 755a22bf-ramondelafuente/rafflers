002300*      DRAW DATE    9(08)                                      *
002400*      DRAW TIME    9(08)                                      *
002500*      CLERK ID     X(10)                                      *
002510*      VOUCHER NO   9(10)   REQUIRED WITH C                    *
002600*                                                               *
002605*  A claim is only closed (C) against the prize voucher the    *
002610*  draw issued with the win, and only while the voucher        *
002615*  register (RFLVCH.CPY) still shows it issued.  Wins drawn    *
002620*  before vouchers carry voucher zero and close without one.   *
002625*  Every rejected transaction is also written, with a reason   *
002630*  code, to an exception report named TRANS name + .EXC -      *
002635*                                                               *
002640*  REASON CODES ON THE EXCEPTION REPORT -                      *
002645*      01  ACTION NOT C OR E, OR ID/DRAW STAMP INVALID         *
002650*      02  NO CLAIM ON RECORD FOR THE WIN                      *
002655*      03  VOUCHER MISSING OR NOT NUMERIC                      *
002660*      04  VOUCHER CHECK DIGIT WRONG                           *
002665*      05  VOUCHER NOT THE ONE ISSUED FOR THIS WIN             *
002670*      06  VOUCHER ALREADY REDEEMED                            *
002675*      07  VOUCHER VOIDED - THE WIN WAS REPLACED BY A REDRAW   *
002680*      08  VOUCHER NOT ON THE VOUCHER REGISTER                 *
002685*                                                               *
002700*  AUTHOR:        R. de la Fuente                              *
002800*  INSTALLATION:  Domcode Payroll & Promotions                 *
002900*  DATE-WRITTEN:  2026-09-02                                    *
003600*                   the same manifest of raffle files, and     *
003700*                   run on demand with TRANS= when the clerk   *
003800*                   has updates to post.                       *
003810*  2026-10-15  RDF  New claims open with the leaver flag        *
003820*                   clear, and the overdue list marks a claim  *
003830*                   RFLLVR01 flagged because its winner left.  *
003838*  2026-10-15  RDF  A manifest run now appends its counts to   *
003846*                   the shared run-statistics file             *
003854*                   (RFLSTA.CPY) - an 'F' record per raffle    *
003862*                   file (.RPT records read, claims opened,    *
003870*                   wins already tracked) and a closing 'S'    *
003878*                   step record - for the RFLOPS01 operations  *
003886*                   control report.  RUNID= and STATS= added.  *
003887*  2026-10-15  RDF  Closing a claim (C) now needs the prize    *
003888*                   voucher issued with the win - check digit, *
003889*                   claim and voucher-register status are all  *
003890*                   checked and the voucher is marked          *
003891*                   redeemed. Every reject also goes to a      *
003892*                   TRANS.EXC exception report with a reason   *
003893*                   code. VCHFILE= added.                      *
003894*  2026-10-15  RDF  An update now rewrites the claim first and *
003895*                   only then marks its voucher redeemed; a    *
003896*                   voucher that cannot be marked puts the     *
003897*                   claim back as it was and the update is     *
003898*                   rejected.                                  *
003900*                                                               *
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
006200     SELECT TRANSACTION-FILE ASSIGN DYNAMIC RFL-TRANS-NAME
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS RFL-TRANS-STATUS.
006410     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
006420         ORGANIZATION IS LINE SEQUENTIAL
006430         FILE STATUS IS RFL-STATS-STATUS.
006437     SELECT VOUCHER-FILE ASSIGN DYNAMIC RFL-VOUCHER-FILE-NAME
006444         ORGANIZATION IS INDEXED
006451         ACCESS MODE IS DYNAMIC
006458         RECORD KEY IS RFL-VCH-NUMBER
006465         FILE STATUS IS RFL-VOUCHER-STATUS.
006472     SELECT EXCEPTION-FILE ASSIGN DYNAMIC RFL-EXCEPTION-FILE-NAME
006479         ORGANIZATION IS LINE SEQUENTIAL
006486         FILE STATUS IS RFL-EXCEPTION-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
009000     05  RFL-CTR-DRAW-TIME-X REDEFINES RFL-CTR-DRAW-TIME
009100                                 PIC X(08).
009200     05  RFL-CTR-CLERK-ID        PIC X(10).
009210     05  RFL-CTR-VOUCHER         PIC 9(10).
009220     05  RFL-CTR-VOUCHER-X REDEFINES RFL-CTR-VOUCHER
009230                                 PIC X(10).
009300     05  FILLER                  PIC X(01).
009310
009320 FD  STATS-FILE.
009330 01  RFL-STATS-LINE              PIC X(145).
009338
009346 FD  VOUCHER-FILE
009354     LABEL RECORDS ARE STANDARD.
009362     COPY RFLVCH.CPY.
009370
009378 FD  EXCEPTION-FILE.
009386 01  RFL-EXCEPTION-RECORD        PIC X(51).
009400
009500 WORKING-STORAGE SECTION.
009600*----------------------------------------------------------------*
010100 01  RFL-CLAIMFILE-TAG           PIC X(10) VALUE 'CLAIMFILE='.
010200 01  RFL-TRANS-TAG               PIC X(06) VALUE 'TRANS='.
010300 01  RFL-CLAIMDAYS-TAG           PIC X(10) VALUE 'CLAIMDAYS='.
010310 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
010320 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
010330 01  RFL-VCHFILE-TAG             PIC X(08) VALUE 'VCHFILE='.
010400 01  RFL-MANIFEST-NAME           PIC X(50).
010500 01  RFL-REPORT-FILE-NAME        PIC X(54).
010600 01  RFL-CLAIM-FILE-NAME         PIC X(50)
010700                                 VALUE 'RFL.CLAIM.STATUS'.
010800 01  RFL-TRANS-NAME              PIC X(50).
010900 01  RFL-RAFFLE-FILE-NAME        PIC X(50).
010910 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
010920 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
010930 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
010940                                 PIC X(08).
010950 01  RFL-VOUCHER-FILE-NAME       PIC X(50)
010960                                 VALUE 'RFL.VOUCHER.REGISTER'.
010970 01  RFL-EXCEPTION-FILE-NAME     PIC X(54).
011000
011100*----------------------------------------------------------------*
011200*    FILE STATUS AND SWITCHES                                    *
012600 77  RFL-TRANS-STATUS            PIC X(02).
012700     88  RFL-TRANS-OK            VALUE '00'.
012800     88  RFL-TRANS-NOT-FOUND     VALUE '35'.
012810
012820 77  RFL-STATS-STATUS            PIC X(02).
012830     88  RFL-STATS-OK            VALUE '00'.
012840     88  RFL-STATS-NOT-FOUND     VALUE '35'.
012847
012854 77  RFL-VOUCHER-STATUS          PIC X(02).
012861     88  RFL-VOUCHER-OK          VALUE '00'.
012868     88  RFL-VOUCHER-NOT-FOUND   VALUE '35'.
012875
012882 77  RFL-EXCEPTION-STATUS        PIC X(02).
012889     88  RFL-EXCEPTION-OK        VALUE '00'.
012900
013000 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
013100     88  RFL-NO-MORE-ARGS        VALUE 'N'.
014700
014800 77  RFL-CLAIM-OPEN-SW           PIC X(01) VALUE 'N'.
014900     88  RFL-CLAIM-IS-OPEN       VALUE 'Y'.
014910
014920 77  RFL-VOUCHER-OPEN-SW         PIC X(01) VALUE 'N'.
014930     88  RFL-VOUCHER-IS-OPEN     VALUE 'Y'.
014940
014950 77  RFL-CLAIM-HAS-VOUCHER-SW    PIC X(01) VALUE 'N'.
014960     88  RFL-CLAIM-HAS-VOUCHER   VALUE 'Y'.
014970
014980 77  RFL-VOUCHER-REDEEM-SW       PIC X(01) VALUE 'N'.
014990     88  RFL-VOUCHER-TO-REDEEM   VALUE 'Y'.
015000
015100*----------------------------------------------------------------*
015200*    CLAIM-WINDOW WORK AREAS                                     *
015400 77  RFL-CLAIM-DAYS              PIC 9(05) COMP VALUE 30.
015500 77  RFL-TODAY-DATE              PIC 9(08) VALUE ZERO.
015600 77  RFL-DEADLINE-INTEGER        PIC 9(09) COMP VALUE ZERO.
015610 01  RFL-SAVE-CLAIM              PIC X(117).
015700
015800*----------------------------------------------------------------*
015900*    NUMERIC ARGUMENT PARSE WORK AREAS                            *
016900 01  RFL-PARSE-DIGIT-X           PIC X(01).
017000 01  RFL-PARSE-DIGIT-9 REDEFINES RFL-PARSE-DIGIT-X
017100                                 PIC 9(01).
017103
017106*----------------------------------------------------------------*
017109*    VOUCHER CHECK-DIGIT WORK AREAS - the same mod-10 rule the    *
017112*    raffler issues vouchers under                                *
017115*----------------------------------------------------------------*
017118 01  RFL-CHECK-SERIAL            PIC 9(09) VALUE ZERO.
017121 01  RFL-CHECK-SERIAL-DIGITS REDEFINES RFL-CHECK-SERIAL.
017124     05  RFL-CHECK-DIGIT-N       PIC 9(01) OCCURS 9 TIMES.
017127 77  RFL-CHECK-SUB               PIC 9(02) COMP VALUE ZERO.
017130 77  RFL-CHECK-PRODUCT           PIC 9(02) COMP VALUE ZERO.
017133 77  RFL-CHECK-SUM               PIC 9(03) COMP VALUE ZERO.
017136 77  RFL-CHECK-QUOTIENT          PIC 9(03) COMP VALUE ZERO.
017139 77  RFL-CHECK-REMAINDER         PIC 9(02) COMP VALUE ZERO.
017142 77  RFL-CHECK-DIGIT             PIC 9(01) VALUE ZERO.
017145 77  RFL-QUOTED-CHECK-DIGIT      PIC 9(01) VALUE ZERO.
017148
017151*----------------------------------------------------------------*
017154*    EXCEPTION REPORT LINE - reason code and the transaction as   *
017157*    read                                                         *
017160*----------------------------------------------------------------*
017163 77  RFL-EXCEPTION-REASON        PIC X(02).
017166 01  RFL-EXCEPTION-WORK.
017169     05  RFL-EXC-REASON          PIC X(02).
017172     05  FILLER                  PIC X(01) VALUE SPACE.
017175     05  RFL-EXC-IMAGE           PIC X(48).
017200
017300*----------------------------------------------------------------*
017400*    FOLD AND UPDATE COUNTERS                                    *
018000 77  RFL-TRAN-APPLIED-COUNT      PIC 9(07) COMP VALUE ZERO.
018100 77  RFL-TRAN-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
018200 77  RFL-OVERDUE-COUNT           PIC 9(07) COMP VALUE ZERO.
018210 77  RFL-FILE-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
018220 77  RFL-FILE-OPENED-COUNT       PIC 9(07) COMP VALUE ZERO.
018230 77  RFL-FILE-KNOWN-COUNT        PIC 9(07) COMP VALUE ZERO.
018233 77  RFL-EXCEPTION-COUNT         PIC 9(07) COMP VALUE ZERO.
018236 77  RFL-VOUCHER-REDEEMED-COUNT  PIC 9(07) COMP VALUE ZERO.
018240
018250*----------------------------------------------------------------*
018260*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
018270*----------------------------------------------------------------*
018280     COPY RFLSTA.CPY.
018300
018400 PROCEDURE DIVISION.
018500*****************************************************************
021900*                    of that night's raffle files, the TRANS=    *
022000*                    claims-clerk update file, the CLAIMFILE=    *
022100*                    master name override and the CLAIMDAYS=     *
022200*                    claim-window override, and the run-         *
022210*                    statistics RUNID= and STATS= arguments.     *
022300*****************************************************************
022400 1000-INITIALIZE.
022410     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
022500     MOVE SPACES TO RFL-MANIFEST-NAME.
022600     MOVE SPACES TO RFL-TRANS-NAME.
022700     PERFORM 1010-GET-ONE-ARGUMENT
026300         END-IF
026400         GO TO 1010-GET-ONE-ARGUMENT-EXIT
026500     END-IF.
026510     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
026520         PERFORM 1020-SET-RUN-ID THRU 1020-SET-RUN-ID-EXIT
026530         GO TO 1010-GET-ONE-ARGUMENT-EXIT
026540     END-IF.
026542     IF RFL-ARGUMENT(1:8) = RFL-VCHFILE-TAG
026544         MOVE RFL-ARGUMENT(9:50) TO RFL-VOUCHER-FILE-NAME
026546         GO TO 1010-GET-ONE-ARGUMENT-EXIT
026548     END-IF.
026550     IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
026560         MOVE RFL-ARGUMENT(7:50) TO RFL-STATS-FILE-NAME
026570         GO TO 1010-GET-ONE-ARGUMENT-EXIT
026580     END-IF.
026600     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
026700         UPON SYSERR.
026800 1010-GET-ONE-ARGUMENT-EXIT.
026900     EXIT.
027000
027004*****************************************************************
027008*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
027012*                    statistics under the night's run ID        *
027016*                    instead of today's date.  An operator      *
027020*                    rerunning the chain after midnight gives   *
027024*                    every step the crashed night's ID, as for  *
027028*                    the draw step, so the control report still *
027032*                    sees one night.                            *
027036*****************************************************************
027040 1020-SET-RUN-ID.
027044     IF RFL-ARGUMENT(7:8) IS NUMERIC
027048     AND RFL-ARGUMENT(15:1) = SPACE
027052         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
027056         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
027060     ELSE
027064         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
027068     END-IF.
027072 1020-SET-RUN-ID-EXIT.
027076     EXIT.
027080
027100*****************************************************************
027200*  2000-OPEN-CLAIMS - open the claim master for update,          *
027300*                     creating it empty first if this is the     *
032800         '.RPT' DELIMITED BY SIZE
032900         INTO RFL-REPORT-FILE-NAME
033000     END-STRING.
033010     MOVE ZERO TO RFL-FILE-READ-COUNT.
033020     MOVE ZERO TO RFL-FILE-OPENED-COUNT.
033030     MOVE ZERO TO RFL-FILE-KNOWN-COUNT.
033100     PERFORM 3200-FOLD-ONE-REPORT
033200         THRU 3200-FOLD-ONE-REPORT-EXIT.
033210     MOVE ZERO TO RFL-STA-COUNTS.
033220     MOVE 'F' TO RFL-STA-RECORD-TYPE.
033230     MOVE RFL-RAFFLE-FILE-NAME TO RFL-STA-RAFFLE-FILE.
033240     MOVE RFL-FILE-READ-COUNT TO RFL-STA-READ.
033250     MOVE RFL-FILE-OPENED-COUNT TO RFL-STA-WRITTEN.
033260     MOVE RFL-FILE-KNOWN-COUNT TO RFL-STA-HELD.
033270     MOVE ZERO TO RFL-STA-RETURN-CODE.
033280     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
033300 3100-FOLD-ONE-LINE-EXIT.
033400     EXIT.
033500
036900             GO TO 3300-FOLD-ONE-RECORD-EXIT
037000     END-READ.
037100     ADD 1 TO RFL-RPT-READ-COUNT.
037110     ADD 1 TO RFL-FILE-READ-COUNT.
037200     MOVE RFL-RPT-WINNER-ID     TO RFL-CLM-ENTRANT-ID.
037300     MOVE RFL-RPT-DRAW-DATE     TO RFL-CLM-DRAW-DATE.
037400     MOVE RFL-RPT-DRAW-TIME     TO RFL-CLM-DRAW-TIME.
038200         FUNCTION DATE-OF-INTEGER(RFL-DEADLINE-INTEGER).
038300     MOVE ZERO                  TO RFL-CLM-ACTION-DATE.
038400     MOVE SPACES                TO RFL-CLM-CLERK-ID.
038450     MOVE SPACE                 TO RFL-CLM-LEAVER-FLAG.
038460     MOVE RFL-RPT-VOUCHER-NUMBER TO RFL-CLM-VOUCHER-NUMBER.
038500     WRITE RFL-CLAIM-RECORD
038600         INVALID KEY
038700             ADD 1 TO RFL-CLAIM-KNOWN-COUNT
038710             ADD 1 TO RFL-FILE-KNOWN-COUNT
038800         NOT INVALID KEY
038900             ADD 1 TO RFL-CLAIM-OPENED-COUNT
038910             ADD 1 TO RFL-FILE-OPENED-COUNT
039000     END-WRITE.
039100 3300-FOLD-ONE-RECORD-EXIT.
039200     EXIT.
039400*****************************************************************
039500*  4000-APPLY-TRANSACTIONS - post the claims clerk's updates     *
039600*                            against the claim master.           *
039610*                            Rejects go to the .EXC exception   *
039620*                            report as well as the console.  The *
039630*                            voucher register is opened for the  *
039640*                            vouchers a C quotes - none on the   *
039650*                            system only means no voucher can be *
039660*                            redeemed; one that will not open    *
039670*                            stops the run with nothing applied. *
039700*****************************************************************
039800 4000-APPLY-TRANSACTIONS.
039900     MOVE 'N' TO RFL-TRANS-EOF-SW.
040400         MOVE 'Y' TO RFL-ANY-FAILURE-SW
040500         GO TO 4000-APPLY-TRANSACTIONS-EXIT
040600     END-IF.
040603     MOVE SPACES TO RFL-EXCEPTION-FILE-NAME.
040606     STRING RFL-TRANS-NAME DELIMITED BY SPACE
040609         '.EXC' DELIMITED BY SIZE
040612         INTO RFL-EXCEPTION-FILE-NAME
040615     END-STRING.
040618     OPEN OUTPUT EXCEPTION-FILE.
040621     IF NOT RFL-EXCEPTION-OK
040624         DISPLAY 'CANNOT OPEN CLAIM EXCEPTION REPORT: '
040627             RFL-EXCEPTION-FILE-NAME
040630             ' STATUS ' RFL-EXCEPTION-STATUS UPON SYSERR
040633         MOVE 'Y' TO RFL-ANY-FAILURE-SW
040636         CLOSE TRANSACTION-FILE
040639         GO TO 4000-APPLY-TRANSACTIONS-EXIT
040642     END-IF.
040645     OPEN I-O VOUCHER-FILE.
040648     IF RFL-VOUCHER-OK
040651         MOVE 'Y' TO RFL-VOUCHER-OPEN-SW
040654     ELSE
040657         IF RFL-VOUCHER-NOT-FOUND
040660             DISPLAY 'NO VOUCHER REGISTER ON THE SYSTEM - '
040663                 RFL-VOUCHER-FILE-NAME UPON SYSERR
040666         ELSE
040669             DISPLAY 'CANNOT OPEN VOUCHER REGISTER: '
040672                 RFL-VOUCHER-FILE-NAME
040675                 ' STATUS ' RFL-VOUCHER-STATUS UPON SYSERR
040678             MOVE 'Y' TO RFL-ANY-FAILURE-SW
040681             CLOSE TRANSACTION-FILE
040684             CLOSE EXCEPTION-FILE
040687             GO TO 4000-APPLY-TRANSACTIONS-EXIT
040690         END-IF
040693     END-IF.
040700     PERFORM 4100-APPLY-ONE-UPDATE
040800         THRU 4100-APPLY-ONE-UPDATE-EXIT
040900         UNTIL RFL-TRANS-AT-END.
040922     CLOSE TRANSACTION-FILE.
040944     CLOSE EXCEPTION-FILE.
040966     IF RFL-VOUCHER-IS-OPEN
040988         CLOSE VOUCHER-FILE
041010         MOVE 'N' TO RFL-VOUCHER-OPEN-SW
041032     END-IF.
041054     DISPLAY 'VOUCHERS REDEEMED:   ' RFL-VOUCHER-REDEEMED-COUNT.
041076     DISPLAY 'EXCEPTIONS WRITTEN:  ' RFL-EXCEPTION-COUNT
041098         ' ON ' RFL-EXCEPTION-FILE-NAME.
041120 4000-APPLY-TRANSACTIONS-EXIT.
041142     EXIT.
041164
041174*****************************************************************
041184*  4100-APPLY-ONE-UPDATE - post one clerk update.  The claim is  *
041194*                          rewritten first and the voucher it    *
041204*                          closes against is marked redeemed     *
041214*                          only once that has worked; if the     *
041224*                          voucher then cannot be marked, the    *
041234*                          claim is put back and the update      *
041244*                          counted as rejected.                  *
041254*****************************************************************
041400 4100-APPLY-ONE-UPDATE.
041500     READ TRANSACTION-FILE
041600         AT END
042800         ADD 1 TO RFL-TRAN-REJECT-COUNT
042900         DISPLAY 'BAD CLAIM UPDATE REJECTED: '
043000             RFL-CLAIM-TRANS-RECORD UPON SYSERR
043010         MOVE '01' TO RFL-EXCEPTION-REASON
043020         PERFORM 4900-WRITE-EXCEPTION
043030             THRU 4900-WRITE-EXCEPTION-EXIT
043100         GO TO 4100-APPLY-ONE-UPDATE-EXIT
043200     END-IF.
043300     MOVE RFL-CTR-ENTRANT-ID TO RFL-CLM-ENTRANT-ID.
043800             ADD 1 TO RFL-TRAN-REJECT-COUNT
043900             DISPLAY 'NO CLAIM ON RECORD FOR UPDATE: '
044000                 RFL-CLAIM-TRANS-RECORD UPON SYSERR
044010             MOVE '02' TO RFL-EXCEPTION-REASON
044020             PERFORM 4900-WRITE-EXCEPTION
044030                 THRU 4900-WRITE-EXCEPTION-EXIT
044100             GO TO 4100-APPLY-ONE-UPDATE-EXIT
044200     END-READ.
044203     MOVE 'N' TO RFL-VOUCHER-REDEEM-SW.
044206     IF RFL-CTR-CLAIMED
044209         PERFORM 4200-CHECK-VOUCHER THRU 4200-CHECK-VOUCHER-EXIT
044212         IF RFL-EXCEPTION-REASON NOT = SPACES
044215             ADD 1 TO RFL-TRAN-REJECT-COUNT
044218             DISPLAY 'CLAIM VOUCHER REJECTED, REASON '
044221                 RFL-EXCEPTION-REASON ': '
044224                 RFL-CLAIM-TRANS-RECORD UPON SYSERR
044227             PERFORM 4900-WRITE-EXCEPTION
044230                 THRU 4900-WRITE-EXCEPTION-EXIT
044233             GO TO 4100-APPLY-ONE-UPDATE-EXIT
044236         END-IF
044239     END-IF.
044242     MOVE RFL-CLAIM-RECORD  TO RFL-SAVE-CLAIM.
044262     MOVE RFL-CTR-ACTION    TO RFL-CLM-STATUS.
044282     MOVE RFL-TODAY-DATE    TO RFL-CLM-ACTION-DATE.
044302     MOVE RFL-CTR-CLERK-ID  TO RFL-CLM-CLERK-ID.
044322     REWRITE RFL-CLAIM-RECORD
044342         INVALID KEY
044362             CONTINUE
044382     END-REWRITE.
044402     IF NOT RFL-CLAIM-OK
044422         ADD 1 TO RFL-TRAN-REJECT-COUNT
044442         DISPLAY 'CLAIM UPDATE FAILED, STATUS '
044462             RFL-CLAIM-STATUS ': '
044482             RFL-CLAIM-TRANS-RECORD UPON SYSERR
044502         MOVE 'Y' TO RFL-ANY-FAILURE-SW
044522         GO TO 4100-APPLY-ONE-UPDATE-EXIT
044542     END-IF.
044562     IF RFL-VOUCHER-TO-REDEEM
044582         MOVE 'R' TO RFL-VCH-STATUS
044602         MOVE RFL-TODAY-DATE TO RFL-VCH-ACTION-DATE
044622         REWRITE RFL-VOUCHER-RECORD
044642             INVALID KEY
044662                 CONTINUE
044682         END-REWRITE
044702         IF NOT RFL-VOUCHER-OK
044722             ADD 1 TO RFL-TRAN-REJECT-COUNT
044742             DISPLAY 'VOUCHER REDEMPTION FAILED, STATUS '
044762                 RFL-VOUCHER-STATUS ': '
044782                 RFL-CLAIM-TRANS-RECORD UPON SYSERR
044802             MOVE 'Y' TO RFL-ANY-FAILURE-SW
044822             PERFORM 4150-RESTORE-CLAIM
044842                 THRU 4150-RESTORE-CLAIM-EXIT
044862             GO TO 4100-APPLY-ONE-UPDATE-EXIT
044882         END-IF
044902         ADD 1 TO RFL-VOUCHER-REDEEMED-COUNT
044922     END-IF.
044942     ADD 1 TO RFL-TRAN-APPLIED-COUNT.
044962 4100-APPLY-ONE-UPDATE-EXIT.
044982     EXIT.
044992
045002*****************************************************************
045022*  4150-RESTORE-CLAIM - put the claim back as it was before the  *
045042*                       update, when its voucher could not be    *
045062*                       marked redeemed - a claim is never       *
045082*                       closed against a voucher still open on   *
045102*                       the register.                            *
045122*****************************************************************
045142 4150-RESTORE-CLAIM.
045162     MOVE RFL-SAVE-CLAIM TO RFL-CLAIM-RECORD.
045182     REWRITE RFL-CLAIM-RECORD
045202         INVALID KEY
045222             CONTINUE
045242     END-REWRITE.
045262     IF NOT RFL-CLAIM-OK
045282         DISPLAY 'CLAIM NOT PUT BACK, STATUS '
045302             RFL-CLAIM-STATUS ': '
045322             RFL-CLAIM-TRANS-RECORD UPON SYSERR
045342     END-IF.
045362 4150-RESTORE-CLAIM-EXIT.
045382     EXIT.
045701
045702*****************************************************************
045703*  4200-CHECK-VOUCHER - a claim is only closed against the       *
045704*                       voucher issued with the win.  Leaves     *
045705*                       RFL-EXCEPTION-REASON blank when the      *
045706*                       claim may close, and flags the voucher   *
045707*                       for redemption when one was quoted and   *
045708*                       is good.  A claim whose win pre-dates    *
045709*                       vouchers (voucher zero) closes with no   *
045710*                       voucher quoted.                          *
045711*****************************************************************
045712 4200-CHECK-VOUCHER.
045713     MOVE SPACES TO RFL-EXCEPTION-REASON.
045714     MOVE 'N' TO RFL-CLAIM-HAS-VOUCHER-SW.
045715     IF RFL-CLM-VOUCHER-X IS NUMERIC
045716         IF RFL-CLM-VOUCHER-NUMBER > ZERO
045717             MOVE 'Y' TO RFL-CLAIM-HAS-VOUCHER-SW
045718         END-IF
045719     END-IF.
045720     IF NOT RFL-CLAIM-HAS-VOUCHER
045721         IF RFL-CTR-VOUCHER-X NOT = SPACES
045722                 AND RFL-CTR-VOUCHER-X NOT = ZEROS
045723             MOVE '05' TO RFL-EXCEPTION-REASON
045724         END-IF
045725         GO TO 4200-CHECK-VOUCHER-EXIT
045726     END-IF.
045727     IF RFL-CTR-VOUCHER-X NOT NUMERIC
045728             OR RFL-CTR-VOUCHER-X = ZEROS
045729         MOVE '03' TO RFL-EXCEPTION-REASON
045730         GO TO 4200-CHECK-VOUCHER-EXIT
045731     END-IF.
045732     DIVIDE RFL-CTR-VOUCHER BY 10 GIVING RFL-CHECK-SERIAL
045733         REMAINDER RFL-QUOTED-CHECK-DIGIT.
045734     PERFORM 8100-COMPUTE-CHECK-DIGIT
045735         THRU 8100-COMPUTE-CHECK-DIGIT-EXIT.
045736     IF RFL-CHECK-DIGIT NOT = RFL-QUOTED-CHECK-DIGIT
045737         MOVE '04' TO RFL-EXCEPTION-REASON
045738         GO TO 4200-CHECK-VOUCHER-EXIT
045739     END-IF.
045740     IF RFL-CTR-VOUCHER NOT = RFL-CLM-VOUCHER-NUMBER
045741         MOVE '05' TO RFL-EXCEPTION-REASON
045742         GO TO 4200-CHECK-VOUCHER-EXIT
045743     END-IF.
045744     IF NOT RFL-VOUCHER-IS-OPEN
045745         MOVE '08' TO RFL-EXCEPTION-REASON
045746         GO TO 4200-CHECK-VOUCHER-EXIT
045747     END-IF.
045748     MOVE RFL-CTR-VOUCHER TO RFL-VCH-NUMBER.
045749     READ VOUCHER-FILE
045750         INVALID KEY
045751             MOVE '08' TO RFL-EXCEPTION-REASON
045752             GO TO 4200-CHECK-VOUCHER-EXIT
045753     END-READ.
045754     IF RFL-VCH-REDEEMED
045755         MOVE '06' TO RFL-EXCEPTION-REASON
045756         GO TO 4200-CHECK-VOUCHER-EXIT
045757     END-IF.
045758     IF RFL-VCH-VOIDED
045759         MOVE '07' TO RFL-EXCEPTION-REASON
045760         GO TO 4200-CHECK-VOUCHER-EXIT
045761     END-IF.
045762     MOVE 'Y' TO RFL-VOUCHER-REDEEM-SW.
045763 4200-CHECK-VOUCHER-EXIT.
045764     EXIT.
045765
045766*****************************************************************
045767*  4900-WRITE-EXCEPTION - write the offending transaction to the *
045768*                         exception report with its reason code. *
045769*****************************************************************
045770 4900-WRITE-EXCEPTION.
045771     ADD 1 TO RFL-EXCEPTION-COUNT.
045772     MOVE RFL-EXCEPTION-REASON    TO RFL-EXC-REASON.
045773     MOVE RFL-CLAIM-TRANS-RECORD  TO RFL-EXC-IMAGE.
045774     MOVE RFL-EXCEPTION-WORK      TO RFL-EXCEPTION-RECORD.
045775     WRITE RFL-EXCEPTION-RECORD.
045776 4900-WRITE-EXCEPTION-EXIT.
045777     EXIT.
045800
045900*****************************************************************
046000*  5000-REPORT-OVERDUE - sweep the claim master and list every   *
050000             ' RANK ' RFL-CLM-PRIZE-RANK
050100             ' FROM ' RFL-CLM-SOURCE-FILE
050200             ' - DEADLINE WAS ' RFL-CLM-DEADLINE-DATE
050210         IF RFL-CLM-WINNER-LEFT
050220             DISPLAY '         WINNER HAS LEFT - REVIEW FOR '
050230                 'REDRAW=' RFL-CLM-SOURCE-FILE
050240         END-IF
050300     END-IF.
050400 5100-CHECK-ONE-CLAIM-EXIT.
050500     EXIT.
055100     END-IF.
055200 8010-PARSE-ONE-CHARACTER-EXIT.
055300     EXIT.
055302
055304*****************************************************************
055306*  8100-COMPUTE-CHECK-DIGIT - mod-10 check digit for the nine-   *
055308*                             digit voucher serial in             *
055310*                             RFL-CHECK-SERIAL, the rule the      *
055312*                             raffler issues vouchers under.      *
055314*                             Working right to left, every other  *
055316*                             digit from the rightmost is doubled *
055318*                             (less 9 when that passes 9), the    *
055320*                             digits are summed, and the check    *
055322*                             digit brings the sum up to a        *
055324*                             multiple of ten.                    *
055326*****************************************************************
055328 8100-COMPUTE-CHECK-DIGIT.
055330     MOVE ZERO TO RFL-CHECK-SUM.
055332     PERFORM 8110-WEIGH-ONE-DIGIT
055334         THRU 8110-WEIGH-ONE-DIGIT-EXIT
055336         VARYING RFL-CHECK-SUB FROM 1 BY 1
055338         UNTIL RFL-CHECK-SUB > 9.
055340     DIVIDE RFL-CHECK-SUM BY 10 GIVING RFL-CHECK-QUOTIENT
055342         REMAINDER RFL-CHECK-REMAINDER.
055344     IF RFL-CHECK-REMAINDER = ZERO
055346         MOVE ZERO TO RFL-CHECK-DIGIT
055348     ELSE
055350         COMPUTE RFL-CHECK-DIGIT = 10 - RFL-CHECK-REMAINDER
055352     END-IF.
055354 8100-COMPUTE-CHECK-DIGIT-EXIT.
055356     EXIT.
055358
055360 8110-WEIGH-ONE-DIGIT.
055362     DIVIDE RFL-CHECK-SUB BY 2 GIVING RFL-CHECK-QUOTIENT
055364         REMAINDER RFL-CHECK-REMAINDER.
055366     IF RFL-CHECK-REMAINDER = 1
055368         COMPUTE RFL-CHECK-PRODUCT =
055370             RFL-CHECK-DIGIT-N(RFL-CHECK-SUB) * 2
055372         IF RFL-CHECK-PRODUCT > 9
055374             SUBTRACT 9 FROM RFL-CHECK-PRODUCT
055376         END-IF
055378     ELSE
055380         MOVE RFL-CHECK-DIGIT-N(RFL-CHECK-SUB)
055382             TO RFL-CHECK-PRODUCT
055384     END-IF.
055386     ADD RFL-CHECK-PRODUCT TO RFL-CHECK-SUM.
055388 8110-WEIGH-ONE-DIGIT-EXIT.
055390     EXIT.
055400
055403*****************************************************************
055406*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
055409*                         caller has filled in to the shared    *
055412*                         run-statistics file for the nightly   *
055415*                         operations control report (RFLOPS01). *
055418*                         The statistics are bookkeeping only - *
055421*                         a file that cannot be written is      *
055424*                         warned about and never changes this   *
055427*                         step's return code.                   *
055430*****************************************************************
055433 8900-WRITE-RUN-STATS.
055436     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
055439     MOVE 'RFLCLM01' TO RFL-STA-PROGRAM.
055442     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
055445     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
055448     OPEN EXTEND STATS-FILE.
055451     IF RFL-STATS-NOT-FOUND
055454         OPEN OUTPUT STATS-FILE
055457     END-IF.
055460     IF NOT RFL-STATS-OK
055463         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
055466             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
055469             UPON SYSERR
055472         GO TO 8900-WRITE-RUN-STATS-EXIT
055475     END-IF.
055478     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
055481     WRITE RFL-STATS-LINE.
055484     CLOSE STATS-FILE.
055487 8900-WRITE-RUN-STATS-EXIT.
055490     EXIT.
055493
055500*****************************************************************
055600*  9999-TERMINATE - end of run totals, and the closing run-     *
055610*                   statistics record when this run folded      *
055620*                   the night's manifest                        *
055700*****************************************************************
055800 9999-TERMINATE.
055900     DISPLAY 'REPORT RECORDS READ: ' RFL-RPT-READ-COUNT.
056200     DISPLAY 'UPDATES READ:        ' RFL-TRAN-READ-COUNT.
056300     DISPLAY 'UPDATES APPLIED:     ' RFL-TRAN-APPLIED-COUNT.
056400     DISPLAY 'UPDATES REJECTED:    ' RFL-TRAN-REJECT-COUNT.
056407     IF RFL-MANIFEST-NAME NOT = SPACES
056414         MOVE ZERO TO RFL-STA-COUNTS
056421         MOVE 'S' TO RFL-STA-RECORD-TYPE
056428         MOVE RFL-MANIFEST-NAME TO RFL-STA-RAFFLE-FILE
056435         MOVE RFL-RPT-READ-COUNT TO RFL-STA-READ
056442         MOVE RFL-CLAIM-OPENED-COUNT TO RFL-STA-WRITTEN
056449         MOVE RFL-TRAN-REJECT-COUNT TO RFL-STA-REJECTED
056456         MOVE RFL-CLAIM-KNOWN-COUNT TO RFL-STA-HELD
056463         MOVE RETURN-CODE TO RFL-STA-RETURN-CODE
056470         PERFORM 8900-WRITE-RUN-STATS
056477             THRU 8900-WRITE-RUN-STATS-EXIT
056484     END-IF.
056500 9999-TERMINATE-EXIT.
056600     EXIT.
