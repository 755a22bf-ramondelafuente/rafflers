017670*                   also checks stock only for the rank being         *
017671*                   refilled - another rank's empty shelf is no       *
017672*                   reason to refuse the replacement.                 *
017673*  2026-10-15  RDF  The edit pass's region check (reason 02)   *
017674*                   now reads the central region master        *
017675*                   RFL.REGION.MASTER (RFLREG.CPY, REGFILE= to *
017676*                   override) - the region must be active and  *
017677*                   inside its effective window today - in     *
017678*                   place of the literal region list.  A       *
017679*                   master that will not open stops the draw   *
017680*                   for the file.  REGIONS= mode announces     *
017681*                   each winner's region description from the  *
017682*                   master alongside the code.                 *
017683*  2026-10-15  RDF  Each run now appends its counts to the     *
017684*                   shared run-statistics file (RFLSTA.CPY) -  *
017685*                   an 'F' record per raffle file drawn or     *
017686*                   skipped (entrants read, edit rejects,      *
017687*                   entrants excluded, winners drawn,          *
017688*                   already-drawn skip, file RC) and a closing *
017689*                   'S' step record - for the RFLOPS01         *
017690*                   operations control report.  A replay,      *
017691*                   redraw or simulation argument writes no    *
017692*                   'F' record and stays out of the step       *
017693*                   totals.  STATS= added.                     *
017694*  2026-10-15  RDF  Every winner written, first draw and       *
017695*                   REDRAW= alike, gets a check-digited        *
017696*                   voucher off the register (RFLVCH.CPY,      *
017697*                   VCHFILE=) on its .RPT and notify records;  *
017698*                   a redraw voids the one replaced.           *
017700*  2026-10-15  RDF  Every .RPT record written is folded into   *
017702*                   the file's keyed running control hash,     *
017704*                   kept with a record count on the sealed     *
017706*                   companion FILE-NAME.SEAL (RFLSEL.CPY) for  *
017708*                   RFLSEL01 to check before the history and   *
017710*                   claim steps read the file.  A file with no *
017712*                   usable key, no trailer or records written  *
017714*                   before it was sealed is drawn but left     *
017716*                   unsealed and fails the run.  SEALKEY=      *
017718*                   added.                                     *
017719*  2026-10-15  RDF  The closing 'S' statistics record is filed *
017720*                   only on a nightly manifest run.  A replay  *
017721*                   or redraw checks region windows on the     *
017722*                   date of the draw being redone, not today.  *
017723*                   The seal work file is checked when it is   *
017724*                   read back and emptied afterwards.          *
017725*  2026-10-15  RDF  A voucher the register will not take for   *
017726*                   any reason but a duplicate number is not   *
017727*                   issued - the file is failed and the winner *
017728*                   counted as rejected.                       *
017730*                                                               *
017740*****************************************************************
017800 IDENTIFICATION DIVISION.
017900 PROGRAM-ID.     DOMCODE-RAFFLER.
018000 AUTHOR.         Lucas van Lierop.
019300     SELECT REPORT-FILE ASSIGN DYNAMIC RFL-REPORT-FILE-NAME
019400         ORGANIZATION IS SEQUENTIAL
019500         FILE STATUS IS RFL-REPORT-STATUS.
019510     SELECT VOUCHER-FILE ASSIGN DYNAMIC RFL-VOUCHER-FILE-NAME
019520         ORGANIZATION IS INDEXED
019530         ACCESS MODE IS DYNAMIC
019540         RECORD KEY IS RFL-VCH-NUMBER
019550         FILE STATUS IS RFL-VOUCHER-STATUS.
019555     SELECT SEAL-FILE ASSIGN DYNAMIC RFL-SEAL-FILE-NAME
019560         ORGANIZATION IS LINE SEQUENTIAL
019565         FILE STATUS IS RFL-SEAL-STATUS.
019570     SELECT SEALWORK-FILE ASSIGN DYNAMIC RFL-SEALWORK-FILE-NAME
019575         ORGANIZATION IS LINE SEQUENTIAL
019580         FILE STATUS IS RFL-SEALWORK-STATUS.
019585     SELECT SEALKEY-FILE ASSIGN DYNAMIC RFL-SEALKEY-FILE-NAME
019590         ORGANIZATION IS LINE SEQUENTIAL
019595         FILE STATUS IS RFL-SEALKEY-STATUS.
019600     SELECT MANIFEST-FILE ASSIGN DYNAMIC RFL-MANIFEST-NAME
019700         ORGANIZATION IS LINE SEQUENTIAL
019800         FILE STATUS IS RFL-MANIFEST-STATUS.
022682         ACCESS MODE IS DYNAMIC
022684         RECORD KEY IS RFL-RNC-FILE-NAME
022686         FILE STATUS IS RFL-RUN-CONTROL-STATUS.
022688     SELECT REGION-FILE ASSIGN DYNAMIC RFL-REGION-FILE-NAME
022690         ORGANIZATION IS INDEXED
022692         ACCESS MODE IS DYNAMIC
022694         RECORD KEY IS RFL-REG-CODE
022696         FILE STATUS IS RFL-REGION-STATUS.
022697     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
022698         ORGANIZATION IS LINE SEQUENTIAL
022699         FILE STATUS IS RFL-STATS-STATUS.
022700
022800 DATA DIVISION.
022900 FILE SECTION.
023500     LABEL RECORDS ARE STANDARD.
023600     COPY RFLRPT.CPY.
023700
023710 FD  VOUCHER-FILE
023720     LABEL RECORDS ARE STANDARD.
023730     COPY RFLVCH.CPY.
023740
023746 FD  SEAL-FILE.
023752 01  RFL-SEAL-LINE               PIC X(60).
023758
023764 FD  SEALWORK-FILE.
023770     COPY RFLSEL.CPY.
023776
023782 FD  SEALKEY-FILE.
023788 01  RFL-SEALKEY-RECORD          PIC X(80).
023794
023800 FD  MANIFEST-FILE.
023900 01  RFL-MANIFEST-RECORD         PIC X(50).
024000
026666 FD  RUN-FILE
026668     LABEL RECORDS ARE STANDARD.
026670     COPY RFLRUN.CPY.
026672
026674 FD  REGION-FILE
026676     LABEL RECORDS ARE STANDARD.
026678     COPY RFLREG.CPY.
026683
026688 FD  STATS-FILE.
026693 01  RFL-STATS-LINE              PIC X(145).
026700
026800 WORKING-STORAGE SECTION.
026900*----------------------------------------------------------------*
028620 01  RFL-REDRAW-TAG              PIC X(07) VALUE 'REDRAW='.
028630 01  RFL-INVFILE-TAG             PIC X(08) VALUE 'INVFILE='.
028640 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
028650 01  RFL-REGFILE-TAG             PIC X(08) VALUE 'REGFILE='.
028660 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
028670 01  RFL-VCHFILE-TAG             PIC X(08) VALUE 'VCHFILE='.
028680 01  RFL-SEALKEY-TAG             PIC X(08) VALUE 'SEALKEY='.
028700 01  RFL-LOOKUP-ARG              PIC X(43).
028800 01  RFL-LOOKUP-FILE             PIC X(43).
028900 01  RFL-LOOKUP-ID               PIC X(10).
029700 01  RFL-PRIZE-FILE-NAME         PIC X(54).
029710 01  RFL-CONTROL-FILE-NAME       PIC X(50)
029720                                 VALUE 'RFL.RAFFLE.CONTROL'.
029730 01  RFL-REGION-FILE-NAME        PIC X(50)
029740                                 VALUE 'RFL.REGION.MASTER'.
029750 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
029800
029900*----------------------------------------------------------------*
030000*    FILE STATUS AND SWITCHES                                    *
035200     88  RFL-ANY-FAILURE         VALUE 'Y'.
035300
035400 77  RFL-FILES-SUPPLIED-COUNT    PIC 9(05) COMP VALUE ZERO.
035406
035412 77  RFL-STATS-STATUS            PIC X(02).
035418     88  RFL-STATS-OK            VALUE '00'.
035424     88  RFL-STATS-NOT-FOUND     VALUE '35'.
035430
035436 77  RFL-STATS-PRIOR-FAILURE-SW  PIC X(01) VALUE 'N'.
035442     88  RFL-STATS-PRIOR-FAILURE VALUE 'Y'.
035448 77  RFL-FILE-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
035454 77  RFL-FILE-REJECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
035460 77  RFL-FILE-EXCLUDED-COUNT     PIC 9(07) COMP VALUE ZERO.
035466 77  RFL-FILE-WINNERS-COUNT      PIC 9(07) COMP VALUE ZERO.
035472 77  RFL-FILE-SKIPPED-COUNT      PIC 9(07) COMP VALUE ZERO.
035478 77  RFL-RUN-WINNERS-COUNT       PIC 9(07) COMP VALUE ZERO.
035484 77  RFL-RUN-SKIPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
035500
035600 77  RFL-RECONCILE-MISMATCH-SW   PIC X(01) VALUE 'N'.
035700     88  RFL-RECONCILE-MISMATCH  VALUE 'Y'.
048000     88  RFL-SETTING-APPLIED     VALUE 'Y'.
048100
048200 01  RFL-EDIT-REGION             PIC X(04).
048300 77  RFL-REGION-VALID-SW         PIC X(01) VALUE 'N'.
048400     88  RFL-EDIT-REGION-VALID   VALUE 'Y'.
048410 77  RFL-REGION-STATUS           PIC X(02).
048420     88  RFL-REGION-OK           VALUE '00'.
048430 77  RFL-REGION-OPEN-SW          PIC X(01) VALUE 'N'.
048440     88  RFL-REGION-OPEN         VALUE 'Y'.
048450 77  RFL-REGION-EDIT-DATE        PIC 9(08) VALUE ZERO.
048460 01  RFL-ANNOUNCE-REGION-DESC    PIC X(30).
048500
048600 01  RFL-REJECT-ID-TABLE.
048700     05  RFL-REJECT-ID-ENTRY     OCCURS 1 TO 30000 TIMES
054700     05  RFL-PRIZE-REF-RANK      PIC 9(02).
054800     05  FILLER                  PIC X(02) VALUE SPACES.
054900
054902*----------------------------------------------------------------*
054904*    PRIZE-VOUCHER WORK AREAS - the voucher register             *
054906*    (RFLVCH.CPY, keyed by voucher number) issues every winner   *
054908*    written a nine-digit serial plus a mod-10 check digit, the  *
054910*    number RFLCLM01 makes the winner quote to close the claim.  *
054912*    It is opened with the notify feed, on the first real-draw   *
054914*    file of the run, and a register that will not open skips   *
054916*    every real-draw file the same way - a winner written with   *
054918*    no voucher could never claim.  No register on the system    *
054920*    (status 35) is created with an empty control record.  A     *
054922*    redraw voids the voucher of the holder it replaces.         *
054924*----------------------------------------------------------------*
054926 77  RFL-VOUCHER-STATUS          PIC X(02).
054928     88  RFL-VOUCHER-OK          VALUE '00'.
054929     88  RFL-VOUCHER-DUPLICATE   VALUE '22'.
054930     88  RFL-VOUCHER-NOT-FOUND   VALUE '35'.
054932 77  RFL-VOUCHER-OPEN-SW         PIC X(01) VALUE 'N'.
054934     88  RFL-VOUCHER-IS-OPEN     VALUE 'Y'.
054936 77  RFL-VOUCHER-DONE-SW         PIC X(01) VALUE 'N'.
054938     88  RFL-VOUCHER-DONE        VALUE 'Y'.
054940 77  RFL-VOUCHER-ISSUED-COUNT    PIC 9(07) COMP VALUE ZERO.
054942 77  RFL-ISSUED-VOUCHER          PIC 9(10) VALUE ZERO.
054944 77  RFL-REDRAW-OLD-VOUCHER      PIC 9(10) VALUE ZERO.
054946 77  RFL-REDRAW-OLD-DATE         PIC 9(08) VALUE ZERO.
054948 77  RFL-REDRAW-OLD-TIME         PIC 9(08) VALUE ZERO.
054950 01  RFL-VOUCHER-FILE-NAME       PIC X(50)
054952                                 VALUE 'RFL.VOUCHER.REGISTER'.
054954 01  RFL-CHECK-SERIAL            PIC 9(09) VALUE ZERO.
054956 01  RFL-CHECK-SERIAL-DIGITS REDEFINES RFL-CHECK-SERIAL.
054958     05  RFL-CHECK-DIGIT-N       PIC 9(01) OCCURS 9 TIMES.
054960 77  RFL-CHECK-SUB               PIC 9(02) COMP VALUE ZERO.
054962 77  RFL-CHECK-PRODUCT           PIC 9(02) COMP VALUE ZERO.
054964 77  RFL-CHECK-SUM               PIC 9(03) COMP VALUE ZERO.
054966 77  RFL-CHECK-QUOTIENT          PIC 9(03) COMP VALUE ZERO.
054968 77  RFL-CHECK-REMAINDER         PIC 9(02) COMP VALUE ZERO.
054970 77  RFL-CHECK-DIGIT             PIC 9(01) VALUE ZERO.
054972
055000*----------------------------------------------------------------*
055100*    PRIZE CATALOG AND WITHHOLDING WORK AREAS - the optional      *
055200*    FILE-NAME.PRZ companion names each rank's prize and cash     *
063300     05  RFL-EXPECTED-ENTRY      OCCURS 10 TIMES.
063400         10  RFL-EXP-WINNER-ID   PIC X(10).
063500         10  RFL-EXP-PRIZE-RANK  PIC 9(02).
063510
063520*----------------------------------------------------------------*
063530*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
063540*----------------------------------------------------------------*
063550     COPY RFLSTA.CPY.
063551
063552*----------------------------------------------------------------*
063553*    AUDIT-FILE SEAL WORK AREAS - see RFLSEL.CPY.  Each byte of  *
063554*    a .RPT record is valued by its code (the LOW-VALUE byte in  *
063555*    front of it makes the pair read as a binary number) and     *
063556*    folded into the running hash modulo a nine-digit prime; the *
063557*    square of the hash, the seal key and the record's number    *
063558*    are folded in after its last byte.                          *
063559*----------------------------------------------------------------*
063560 77  RFL-SEAL-KEY                PIC 9(09) VALUE ZERO.
063561 77  RFL-SEAL-MODULUS            PIC 9(09) COMP VALUE 999999937.
063562 77  RFL-SEAL-CHAIN              PIC 9(09) COMP VALUE ZERO.
063563 77  RFL-SEAL-COUNT              PIC 9(07) COMP VALUE ZERO.
063564 77  RFL-SEAL-CHECK              PIC 9(09) COMP VALUE ZERO.
063565 77  RFL-SEAL-WORK               PIC 9(18) COMP VALUE ZERO.
063566 77  RFL-SEAL-QUOTIENT           PIC 9(18) COMP VALUE ZERO.
063567 77  RFL-SEAL-SUB                PIC 9(03) COMP VALUE ZERO.
063568 77  RFL-SEALKEY-STATUS          PIC X(02).
063569     88  RFL-SEALKEY-OK          VALUE '00'.
063570 77  RFL-SEAL-KEY-SW             PIC X(01) VALUE 'N'.
063571     88  RFL-SEAL-KEY-LOADED     VALUE 'Y'.
063572     88  RFL-SEAL-KEY-UNUSABLE   VALUE 'X'.
063573 01  RFL-SEALKEY-FILE-NAME       PIC X(50) VALUE 'RFL.SEAL.KEY'.
063574 01  RFL-SEAL-IMAGE              PIC X(177).
063575 01  RFL-SEAL-BYTE-PAIR.
063576     05  FILLER                  PIC X(01) VALUE LOW-VALUE.
063577     05  RFL-SEAL-BYTE           PIC X(01).
063578 01  RFL-SEAL-BYTE-CODE REDEFINES RFL-SEAL-BYTE-PAIR
063579                                 PIC 9(04) COMP.
063580 77  RFL-SEAL-STATUS             PIC X(02).
063581     88  RFL-SEAL-OK             VALUE '00'.
063582     88  RFL-SEAL-NOT-FOUND      VALUE '35'.
063583 77  RFL-SEALWORK-STATUS         PIC X(02).
063584     88  RFL-SEALWORK-OK         VALUE '00'.
063585 77  RFL-SEAL-EOF-SW             PIC X(01) VALUE 'N'.
063586     88  RFL-SEAL-AT-END         VALUE 'Y'.
063587 77  RFL-SEAL-TRAILER-SW         PIC X(01) VALUE 'N'.
063588     88  RFL-SEAL-TRAILER-FOUND  VALUE 'Y'.
063589 77  RFL-SEAL-UNSEALED-SW        PIC X(01) VALUE 'N'.
063590     88  RFL-SEAL-REPORT-UNSEALED VALUE 'Y'.
063591 77  RFL-SEALING-SW              PIC X(01) VALUE 'N'.
063592     88  RFL-SEALING             VALUE 'Y'.
063593 01  RFL-SEAL-FILE-NAME          PIC X(55).
063594 01  RFL-SEALWORK-FILE-NAME      PIC X(58).
063600
063700 PROCEDURE DIVISION.
063800*****************************************************************
083500             THRU 2196-SET-TOLERANCE-EXIT
083600         GO TO 2140-APPLY-SETTING-EXIT
083700     END-IF.
083702     IF RFL-FILE-NAME(1:8) = RFL-VCHFILE-TAG
083704         MOVE RFL-FILE-NAME(9:42) TO RFL-VOUCHER-FILE-NAME
083706         GO TO 2140-APPLY-SETTING-EXIT
083708     END-IF.
083710     IF RFL-FILE-NAME(1:8) = RFL-CONTROL-TAG
083720         PERFORM 2197-SET-CONTROL-FILE
083730             THRU 2197-SET-CONTROL-FILE-EXIT
083740         GO TO 2140-APPLY-SETTING-EXIT
083750     END-IF.
083760     IF RFL-FILE-NAME(1:8) = RFL-INVFILE-TAG
083762         PERFORM 2198-SET-INVENTORY-FILE
083764             THRU 2198-SET-INVENTORY-FILE-EXIT
083766         GO TO 2140-APPLY-SETTING-EXIT
083768     END-IF.
083770     IF RFL-FILE-NAME(1:6) = RFL-RUNID-TAG
083772         PERFORM 2199-SET-RUN-ID
083774             THRU 2199-SET-RUN-ID-EXIT
083776         GO TO 2140-APPLY-SETTING-EXIT
083778     END-IF.
083780     IF RFL-FILE-NAME(1:8) = RFL-REGFILE-TAG
083782         PERFORM 2194-SET-REGION-FILE
083784             THRU 2194-SET-REGION-FILE-EXIT
083786         GO TO 2140-APPLY-SETTING-EXIT
083788     END-IF.
083789     IF RFL-FILE-NAME(1:6) = RFL-STATS-TAG
083790         MOVE RFL-FILE-NAME(7:44) TO RFL-STATS-FILE-NAME
083791         GO TO 2140-APPLY-SETTING-EXIT
083792     END-IF.
083793     IF RFL-FILE-NAME(1:8) = RFL-SEALKEY-TAG
083794         MOVE RFL-FILE-NAME(9:42) TO RFL-SEALKEY-FILE-NAME
083795         MOVE 'N' TO RFL-SEAL-KEY-SW
083796         GO TO 2140-APPLY-SETTING-EXIT
083797     END-IF.
083800     MOVE 'N' TO RFL-SETTING-APPLIED-SW.
083900 2140-APPLY-SETTING-EXIT.
084000     EXIT.
095300 2190-SET-DRAW-SEED-EXIT.
095400     EXIT.
095500
095501*****************************************************************
095505*  2194-SET-REGION-FILE - RFL-FILE-NAME holds a REGFILE=name      *
095509*                         argument - name the region master the   *
095513*                         edit pass and region announcements      *
095517*                         read, overriding the RFL.REGION.MASTER  *
095521*                         default.                                *
095525*****************************************************************
095529 2194-SET-REGION-FILE.
095533     IF RFL-FILE-NAME(9:42) = SPACES
095537         DISPLAY 'BAD REGION FILE NAME IGNORED: ' RFL-FILE-NAME
095541             UPON SYSERR
095545     ELSE
095549         MOVE RFL-FILE-NAME(9:42) TO RFL-REGION-FILE-NAME
095553         DISPLAY 'REGION MASTER SET TO ' RFL-REGION-FILE-NAME
095557     END-IF.
095561 2194-SET-REGION-FILE-EXIT.
095565     EXIT.
095599
095600*****************************************************************
095700*  2195-SET-TAX-LIMIT - RFL-FILE-NAME holds a TAXFREE=n           *
095800*                       argument or manifest line - set the       *
100400*****************************************************************
100500 2200-PROCESS-ONE-FILE.
100600     ADD 1 TO RFL-FILES-SUPPLIED-COUNT.
100605     MOVE RFL-ANY-FAILURE-SW TO RFL-STATS-PRIOR-FAILURE-SW.
100610     MOVE 'N' TO RFL-ANY-FAILURE-SW.
100615     MOVE ZERO TO RFL-FILE-READ-COUNT.
100620     MOVE ZERO TO RFL-FILE-REJECTED-COUNT.
100625     MOVE ZERO TO RFL-FILE-EXCLUDED-COUNT.
100630     MOVE ZERO TO RFL-FILE-WINNERS-COUNT.
100635     MOVE ZERO TO RFL-FILE-SKIPPED-COUNT.
100640     MOVE 'N' TO RFL-SKIP-FILE-SW.
100645     PERFORM 2210-APPLY-RAFFLE-CONTROL
100646         THRU 2210-APPLY-RAFFLE-CONTROL-EXIT.
100650     IF NOT RFL-SKIP-THIS-FILE
100651             AND NOT RFL-REPLAY-MODE
100652             AND NOT RFL-REDRAW-MODE
100653         PERFORM 2216-CHECK-RUN-CONTROL
100654             THRU 2216-CHECK-RUN-CONTROL-EXIT
100655     END-IF.
100660     IF RFL-SKIP-THIS-FILE
100661         PERFORM 2215-RESTORE-RUN-SETTINGS
100662             THRU 2215-RESTORE-RUN-SETTINGS-EXIT
100663         IF NOT RFL-ANY-FAILURE
100664             MOVE 1 TO RFL-FILE-SKIPPED-COUNT
100665         END-IF
100666         PERFORM 2295-WRITE-FILE-STATS
100667             THRU 2295-WRITE-FILE-STATS-EXIT
100670         GO TO 2200-PROCESS-ONE-FILE-EXIT
100675     END-IF.
100700     IF NOT RFL-NOTIFY-IS-OPEN AND NOT RFL-REPLAY-MODE
100800         PERFORM 2220-OPEN-NOTIFY-FEED
100900             THRU 2220-OPEN-NOTIFY-FEED-EXIT
101030             RFL-FILE-NAME UPON SYSERR
101040         PERFORM 2215-RESTORE-RUN-SETTINGS
101050             THRU 2215-RESTORE-RUN-SETTINGS-EXIT
101053         PERFORM 2295-WRITE-FILE-STATS
101056             THRU 2295-WRITE-FILE-STATS-EXIT
101060         GO TO 2200-PROCESS-ONE-FILE-EXIT
101070     END-IF.
101072     IF NOT RFL-VOUCHER-IS-OPEN AND NOT RFL-REPLAY-MODE
101074         PERFORM 2225-OPEN-VOUCHER-REGISTER
101076             THRU 2225-OPEN-VOUCHER-REGISTER-EXIT
101078     END-IF.
101080     IF NOT RFL-VOUCHER-IS-OPEN AND NOT RFL-REPLAY-MODE
101082         DISPLAY 'VOUCHER REGISTER NOT OPEN - FILE SKIPPED: '
101084             RFL-FILE-NAME UPON SYSERR
101086         PERFORM 2215-RESTORE-RUN-SETTINGS
101088             THRU 2215-RESTORE-RUN-SETTINGS-EXIT
101090         PERFORM 2295-WRITE-FILE-STATS
101092             THRU 2295-WRITE-FILE-STATS-EXIT
101094         GO TO 2200-PROCESS-ONE-FILE-EXIT
101096     END-IF.
101100     MOVE 'N' TO RFL-FILE-VALID-SW.
101200     MOVE SPACES TO RFL-REPORT-FILE-NAME.
101300     STRING RFL-FILE-NAME DELIMITED BY SPACE
103400         ELSE
103500             PERFORM 2500-EDIT-ENTRANTS
103600                 THRU 2500-EDIT-ENTRANTS-EXIT
103610             MOVE RFL-EDIT-REJECT-COUNT
103620                 TO RFL-FILE-REJECTED-COUNT
103700             IF RFL-EDIT-HALT
103800                 MOVE 'Y' TO RFL-ANY-FAILURE-SW
103900             ELSE
104520                         AND NOT RFL-REDRAW-MODE
104530                         AND NOT RFL-STOCK-HALT
104535                         AND NOT RFL-EXCL-HALT
104536                     MOVE RFL-ENTRANT-COUNT
104537                         TO RFL-FILE-READ-COUNT
104538                     MOVE RFL-WINNER-COUNT
104539                         TO RFL-FILE-WINNERS-COUNT
104540                     PERFORM 2219-MARK-FILE-COMPLETE
104550                         THRU 2219-MARK-FILE-COMPLETE-EXIT
104560                 END-IF
105000     END-IF.
105010     PERFORM 2215-RESTORE-RUN-SETTINGS
105020         THRU 2215-RESTORE-RUN-SETTINGS-EXIT.
105030     PERFORM 2295-WRITE-FILE-STATS
105040         THRU 2295-WRITE-FILE-STATS-EXIT.
105100 2200-PROCESS-ONE-FILE-EXIT.
105200     EXIT.
105210
107540 2222-COUNT-ONE-PRIOR-EXIT.
107541     EXIT.
107542
107543*****************************************************************
107544*  2225-OPEN-VOUCHER-REGISTER - open the voucher register for    *
107545*                               update.  None on the system      *
107546*                               (status 35) is created, and a    *
107547*                               register without its control     *
107548*                               record - a freshly defined       *
107549*                               cluster - gets one, both with    *
107550*                               serial zero.  Anything else      *
107551*                               fails the open and the run.      *
107552*****************************************************************
107553 2225-OPEN-VOUCHER-REGISTER.
107554     MOVE ZERO TO RFL-VOUCHER-ISSUED-COUNT.
107555     OPEN I-O VOUCHER-FILE.
107556     IF RFL-VOUCHER-NOT-FOUND
107557         OPEN OUTPUT VOUCHER-FILE
107558         IF RFL-VOUCHER-OK
107559             CLOSE VOUCHER-FILE
107560             OPEN I-O VOUCHER-FILE
107561         END-IF
107562     END-IF.
107563     IF NOT RFL-VOUCHER-OK
107564         DISPLAY 'CANNOT OPEN VOUCHER REGISTER: '
107565             RFL-VOUCHER-FILE-NAME
107566             ' STATUS ' RFL-VOUCHER-STATUS UPON SYSERR
107567         MOVE 'Y' TO RFL-ANY-FAILURE-SW
107568         GO TO 2225-OPEN-VOUCHER-REGISTER-EXIT
107569     END-IF.
107570     MOVE ZERO TO RFL-VCH-NUMBER.
107571     READ VOUCHER-FILE
107572         INVALID KEY
107573             MOVE SPACES TO RFL-VCH-CONTROL
107574             MOVE ZERO TO RFL-VCH-LAST-SERIAL
107575             WRITE RFL-VOUCHER-RECORD
107576     END-READ.
107577     IF RFL-VOUCHER-OK
107578         MOVE 'Y' TO RFL-VOUCHER-OPEN-SW
107579     ELSE
107580         DISPLAY 'VOUCHER REGISTER CONTROL RECORD NOT WRITTEN: '
107581             RFL-VOUCHER-FILE-NAME
107582             ' STATUS ' RFL-VOUCHER-STATUS UPON SYSERR
107583         CLOSE VOUCHER-FILE
107584         MOVE 'Y' TO RFL-ANY-FAILURE-SW
107585     END-IF.
107586 2225-OPEN-VOUCHER-REGISTER-EXIT.
107587     EXIT.
107588
107600*****************************************************************
107700*  2230-LOAD-PRIZES - read the prize catalog (rank, description,  *
107800*                     cash value) into the prize table.  The      *
128100     ADD RFL-TICKET-COUNT TO RFL-RECONCILE-TOTAL.
128200 2290-SUM-ONE-RECORD-EXIT.
128300     EXIT.
128302
128304*****************************************************************
128306*  2295-WRITE-FILE-STATS - one 'F' run-statistics record for the *
128308*                          raffle file just drawn or skipped,    *
128310*                          with RC 8 when the file failed.  The  *
128312*                          failure switch was cleared for the    *
128314*                          file on the way in, so the run-level  *
128316*                          failure is put back here.  A replay,  *
128318*                          redraw or simulation is not part of   *
128320*                          the night's draw - it writes nothing  *
128322*                          and stays out of the step totals.     *
128324*****************************************************************
128326 2295-WRITE-FILE-STATS.
128328     MOVE ZERO TO RFL-STA-COUNTS.
128330     MOVE 'F' TO RFL-STA-RECORD-TYPE.
128332     MOVE RFL-FILE-NAME TO RFL-STA-RAFFLE-FILE.
128334     MOVE RFL-FILE-READ-COUNT TO RFL-STA-READ.
128336     MOVE RFL-FILE-WINNERS-COUNT TO RFL-STA-WRITTEN.
128338     MOVE RFL-FILE-REJECTED-COUNT TO RFL-STA-REJECTED.
128340     MOVE RFL-FILE-EXCLUDED-COUNT TO RFL-STA-EXCLUDED.
128342     MOVE RFL-FILE-WINNERS-COUNT TO RFL-STA-WINNERS.
128344     MOVE RFL-FILE-SKIPPED-COUNT TO RFL-STA-SKIPPED.
128346     IF RFL-ANY-FAILURE
128348         MOVE 8 TO RFL-STA-RETURN-CODE
128350     ELSE
128352         MOVE ZERO TO RFL-STA-RETURN-CODE
128354     END-IF.
128356     IF RFL-STATS-PRIOR-FAILURE
128358         MOVE 'Y' TO RFL-ANY-FAILURE-SW
128360     END-IF.
128362     IF RFL-REPLAY-MODE OR RFL-REDRAW-MODE OR RFL-SIMULATE-MODE
128364         GO TO 2295-WRITE-FILE-STATS-EXIT
128366     END-IF.
128368     IF RFL-FILE-SKIPPED-COUNT > ZERO
128370         ADD 1 TO RFL-RUN-SKIPPED-COUNT
128372     END-IF.
128374     ADD RFL-FILE-WINNERS-COUNT TO RFL-RUN-WINNERS-COUNT.
128376     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
128378 2295-WRITE-FILE-STATS-EXIT.
128380     EXIT.
128400
128500*****************************************************************
128600*  2300-PROCESS-LOOKUP - RFL-FILE-NAME is a LOOKUP=file:id        *
139400*                       reject-ID table - the .REJ on disk        *
139500*                       (the original draw's evidence, possibly   *
139510*                       archived) is never rewritten.             *
139520*                       The region edit reads the region master,  *
139530*                       which must open - without it no region    *
139540*                       can be edited and the draw is stopped.    *
139600*****************************************************************
139700 2500-EDIT-ENTRANTS.
139800     MOVE ZERO TO RFL-REJECT-ID-COUNT.
141300             GO TO 2500-EDIT-ENTRANTS-EXIT
141400         END-IF
141500     END-IF.
141510     OPEN INPUT REGION-FILE.
141520     IF NOT RFL-REGION-OK
141530         DISPLAY 'CANNOT OPEN REGION MASTER: '
141540             RFL-REGION-FILE-NAME
141550             ' STATUS ' RFL-REGION-STATUS
141560             ' - DRAW STOPPED FOR ' RFL-FILE-NAME UPON SYSERR
141570         MOVE 'Y' TO RFL-EDIT-HALT-SW
141580         IF NOT RFL-REPLAY-MODE AND NOT RFL-SIMULATE-MODE
141585                 AND NOT RFL-REDRAW-MODE
141590             CLOSE REJECT-FILE
141595         END-IF
141596         GO TO 2500-EDIT-ENTRANTS-EXIT
141597     END-IF.
141600     OPEN INPUT ENTRANT-FILE.
141610     IF RFL-REPLAY-MODE OR RFL-REDRAW-MODE
141620         MOVE RFL-GROUP-DATE TO RFL-REGION-EDIT-DATE
141630     ELSE
141640         ACCEPT RFL-REGION-EDIT-DATE FROM DATE YYYYMMDD
141650     END-IF.
141700     PERFORM 2510-EDIT-ONE-RECORD
141800         THRU 2510-EDIT-ONE-RECORD-EXIT
141900         UNTIL RFL-AT-END.
142000     CLOSE ENTRANT-FILE.
142010     CLOSE REGION-FILE.
142100     IF NOT RFL-REPLAY-MODE AND NOT RFL-SIMULATE-MODE
142110             AND NOT RFL-REDRAW-MODE
142200         CLOSE REJECT-FILE
145300     END-READ.
145400     MOVE SPACES TO RFL-EDIT-REASON.
145500     MOVE RFL-ENTRANT-REGION TO RFL-EDIT-REGION.
145510     PERFORM 2520-CHECK-REGION THRU 2520-CHECK-REGION-EXIT.
145600     IF RFL-ENTRANT-NAME = SPACES
145700         MOVE '01' TO RFL-EDIT-REASON
145800     ELSE
148400     END-IF.
148500 2510-EDIT-ONE-RECORD-EXIT.
148600     EXIT.
148605
148609*****************************************************************
148613*  2520-CHECK-REGION - is RFL-EDIT-REGION on the region master,  *
148617*                      flagged active and inside its effective   *
148621*                      window on the draw date - today, or for a *
148625*                      replay or redraw the date of the draw     *
148626*                      being redone?  An effective-to date of    *
148627*                      zero is open-ended.                       *
148629*****************************************************************
148633 2520-CHECK-REGION.
148637     MOVE 'N' TO RFL-REGION-VALID-SW.
148641     MOVE RFL-EDIT-REGION TO RFL-REG-CODE.
148645     READ REGION-FILE KEY IS RFL-REG-CODE
148649         INVALID KEY
148653             GO TO 2520-CHECK-REGION-EXIT
148657     END-READ.
148661     IF RFL-REG-IS-ACTIVE
148665             AND RFL-REG-EFF-FROM NOT > RFL-REGION-EDIT-DATE
148669             AND (RFL-REG-EFF-TO = ZERO
148673                  OR RFL-REG-EFF-TO NOT < RFL-REGION-EDIT-DATE)
148677         MOVE 'Y' TO RFL-REGION-VALID-SW
148681     END-IF.
148685 2520-CHECK-REGION-EXIT.
148689     EXIT.
148700
148800*****************************************************************
148900*  2600-PROCESS-REPLAY - RFL-FILE-NAME is a REPLAY=file           *
202500     ADD 1 TO RFL-ENTRANT-COUNT.
202600     PERFORM 3120-CHECK-EXCLUDED THRU 3120-CHECK-EXCLUDED-EXIT.
202700     PERFORM 3125-CHECK-REJECTED THRU 3125-CHECK-REJECTED-EXIT.
202710     IF RFL-ENTRANT-EXCLUDED
202720         ADD 1 TO RFL-FILE-EXCLUDED-COUNT
202730     END-IF.
202800     IF NOT RFL-ENTRANT-EXCLUDED AND NOT RFL-ENTRANT-REJECTED
202900         IF RFL-TICKET-COUNT > ZERO
203000             ADD RFL-TICKET-COUNT TO RFL-TICKET-TOTAL
225534
225535*****************************************************************
225600*  3300-ANNOUNCE-WINNER - tell the console who won, one line      *
225700*                         per prize rank.  In region mode each    *
225710*                         region is announced by its description  *
225720*                         from the region master - a master that  *
225730*                         will not open, or a code not on it,     *
225740*                         just announces the code.                *
225800*****************************************************************
225900 3300-ANNOUNCE-WINNER.
225910     MOVE 'N' TO RFL-REGION-OPEN-SW.
225920     IF RFL-REGION-MODE
225930         OPEN INPUT REGION-FILE
225940         IF RFL-REGION-OK
225950             MOVE 'Y' TO RFL-REGION-OPEN-SW
225960         END-IF
225970     END-IF.
226000     PERFORM 3310-ANNOUNCE-ONE-WINNER
226100         THRU 3310-ANNOUNCE-ONE-WINNER-EXIT
226200         VARYING RFL-WINNER-RANK FROM 1 BY 1
226300         UNTIL RFL-WINNER-RANK > RFL-WINNER-COUNT.
226310     IF RFL-REGION-OPEN
226320         CLOSE REGION-FILE
226330     END-IF.
226400 3300-ANNOUNCE-WINNER-EXIT.
226500     EXIT.
226600
226700 3310-ANNOUNCE-ONE-WINNER.
226800     IF RFL-REGION-MODE
226810         MOVE RFL-WINNER-REGION(RFL-WINNER-RANK)
226820             TO RFL-ANNOUNCE-REGION-DESC
226830         IF RFL-REGION-OPEN
226840             MOVE RFL-WINNER-REGION(RFL-WINNER-RANK)
226850                 TO RFL-REG-CODE
226860             READ REGION-FILE KEY IS RFL-REG-CODE
226870                 INVALID KEY
226880                     CONTINUE
226890                 NOT INVALID KEY
226891                     MOVE RFL-REG-DESC TO RFL-ANNOUNCE-REGION-DESC
226892             END-READ
226893         END-IF
226900         DISPLAY 'WINNER REGION '
227000             RFL-WINNER-REGION(RFL-WINNER-RANK) ' '
227010             RFL-ANNOUNCE-REGION-DESC ': '
227100             RFL-WINNER-ID(RFL-WINNER-RANK) ' '
227200             RFL-WINNER-NAME(RFL-WINNER-RANK)
227300             ' (' RFL-WINNER-TICKETS(RFL-WINNER-RANK)
229400*                            and time stamp.                      *
229500*****************************************************************
229600 3400-WRITE-AUDIT-RECORD.
229610     IF RFL-REDRAW-MODE
229620         PERFORM 3620-FIND-REPLACED-VOUCHER
229630             THRU 3620-FIND-REPLACED-VOUCHER-EXIT
229640     END-IF.
229650     PERFORM 8300-OPEN-SEAL THRU 8300-OPEN-SEAL-EXIT.
229700     OPEN EXTEND REPORT-FILE.
229800     IF RFL-REPORT-NOT-FOUND
229900         OPEN OUTPUT REPORT-FILE
230500         VARYING RFL-WINNER-RANK FROM 1 BY 1
230600         UNTIL RFL-WINNER-RANK > RFL-WINNER-COUNT.
230700     CLOSE REPORT-FILE.
230710     IF RFL-SEALING
230720         PERFORM 8330-CLOSE-SEAL THRU 8330-CLOSE-SEAL-EXIT
230730     END-IF.
230800 3400-WRITE-AUDIT-RECORD-EXIT.
230900     EXIT.
231000
234500         MOVE ZERO TO RFL-RPT-PRIZE-VALUE
234600         MOVE 'N' TO RFL-RPT-WITHHOLD-FLAG
234700     END-IF.
234708     MOVE ZERO TO RFL-ISSUED-VOUCHER.
234716     IF RFL-VOUCHER-IS-OPEN
234724         PERFORM 3600-ISSUE-VOUCHER
234732             THRU 3600-ISSUE-VOUCHER-EXIT
234740     END-IF.
234748     IF RFL-ISSUED-VOUCHER = ZERO
234756         DISPLAY 'WINNER ' RFL-WINNER-ID(RFL-WINNER-RANK)
234764             ' WRITTEN WITHOUT A PRIZE VOUCHER' UPON SYSERR
234772         MOVE 'Y' TO RFL-ANY-FAILURE-SW
234780     END-IF.
234788     MOVE RFL-ISSUED-VOUCHER TO RFL-RPT-VOUCHER-NUMBER.
234794     MOVE RFL-REPORT-RECORD TO RFL-SEAL-IMAGE.
234800     WRITE RFL-REPORT-RECORD.
234802     IF RFL-REDRAW-MODE
234804         PERFORM 3630-VOID-REPLACED-VOUCHER
234806             THRU 3630-VOID-REPLACED-VOUCHER-EXIT
234808     END-IF.
234810     IF RFL-PRIZE-SET(RFL-PRIZE-SUB) AND RFL-STOCK-CHECKED
234820         PERFORM 3440-DECREMENT-STOCK
234830             THRU 3440-DECREMENT-STOCK-EXIT
234840     END-IF.
234850     IF RFL-SEALING
234860         PERFORM 8320-SEAL-AUDIT-RECORD
234870             THRU 8320-SEAL-AUDIT-RECORD-EXIT
234880     END-IF.
234900     IF RFL-WITHHOLD-THIS
235000         PERFORM 3430-WRITE-WITHHOLDING
235100             THRU 3430-WRITE-WITHHOLDING-EXIT
238110         END-IF
238200     END-IF.
238300     MOVE RFL-PRIZE-REF-WORK TO RFL-NTF-PRIZE-REF.
238310     MOVE RFL-ISSUED-VOUCHER TO RFL-NTF-VOUCHER-NUMBER.
238400     WRITE RFL-NOTIFY-RECORD.
238500     ADD 1 TO RFL-NOTIFY-COUNT.
238600 3420-WRITE-NOTIFICATION-EXIT.
243900     OPEN OUTPUT CHECKPOINT-FILE.
244000     CLOSE CHECKPOINT-FILE.
244100 3500-CLEAR-CHECKPOINT-EXIT.
244107     EXIT.
244114
244121*****************************************************************
244128*  3600-ISSUE-VOUCHER - take the next serial off the voucher     *
244135*                       register's control record, hang a mod-10 *
244142*                       check digit on it and register the       *
244149*                       voucher against the winner being         *
244156*                       written.  A number already on the        *
244163*                       register is passed over for the next     *
244170*                       serial.  A register that cannot be       *
244177*                       updated or will not take the voucher     *
244184*                       leaves the winner without one, rejected, *
244187*                       and fails the file.                      *
244191*****************************************************************
244213 3600-ISSUE-VOUCHER.
244214     MOVE 'N' TO RFL-VOUCHER-DONE-SW.
244215     PERFORM 3610-TRY-ONE-SERIAL
244216         THRU 3610-TRY-ONE-SERIAL-EXIT
244217         UNTIL RFL-VOUCHER-DONE.
244218 3600-ISSUE-VOUCHER-EXIT.
244219     EXIT.
244220
244221 3610-TRY-ONE-SERIAL.
244222     MOVE ZERO TO RFL-VCH-NUMBER.
244223     READ VOUCHER-FILE
244224         INVALID KEY
244225             DISPLAY 'VOUCHER REGISTER HAS NO CONTROL RECORD - '
244226                 RFL-VOUCHER-FILE-NAME UPON SYSERR
244227             MOVE 'Y' TO RFL-VOUCHER-DONE-SW
244228             GO TO 3610-TRY-ONE-SERIAL-EXIT
244229     END-READ.
244230     ADD 1 TO RFL-VCH-LAST-SERIAL.
244231     MOVE RFL-VCH-LAST-SERIAL TO RFL-CHECK-SERIAL.
244232     REWRITE RFL-VOUCHER-RECORD
244233         INVALID KEY
244234             DISPLAY 'VOUCHER CONTROL RECORD NOT UPDATED, STATUS '
244235                 RFL-VOUCHER-STATUS UPON SYSERR
244236             MOVE 'Y' TO RFL-VOUCHER-DONE-SW
244237             GO TO 3610-TRY-ONE-SERIAL-EXIT
244238     END-REWRITE.
244239     PERFORM 8100-COMPUTE-CHECK-DIGIT
244240         THRU 8100-COMPUTE-CHECK-DIGIT-EXIT.
244241     COMPUTE RFL-VCH-NUMBER =
244242         RFL-CHECK-SERIAL * 10 + RFL-CHECK-DIGIT.
244243     MOVE 'I' TO RFL-VCH-STATUS.
244244     MOVE RFL-WINNER-ID(RFL-WINNER-RANK) TO RFL-VCH-ENTRANT-ID.
244245     MOVE RFL-DRAW-DATE     TO RFL-VCH-DRAW-DATE.
244246     MOVE RFL-DRAW-TIME     TO RFL-VCH-DRAW-TIME.
244247     MOVE RFL-FILE-NAME     TO RFL-VCH-SOURCE-FILE.
244248     MOVE RFL-RPT-PRIZE-RANK TO RFL-VCH-PRIZE-RANK.
244249     MOVE RFL-DRAW-DATE     TO RFL-VCH-ISSUE-DATE.
244250     MOVE ZERO TO RFL-VCH-ACTION-DATE.
244251     MOVE ZERO TO RFL-VCH-REPLACED-BY.
244252     WRITE RFL-VOUCHER-RECORD
244254         INVALID KEY
244256             CONTINUE
244258     END-WRITE.
244260     IF RFL-VOUCHER-DUPLICATE
244262         DISPLAY 'VOUCHER ' RFL-VCH-NUMBER
244264             ' ALREADY ON THE REGISTER - NEXT SERIAL TAKEN'
244266             UPON SYSERR
244268         GO TO 3610-TRY-ONE-SERIAL-EXIT
244270     END-IF.
244272     IF NOT RFL-VOUCHER-OK
244274         DISPLAY 'VOUCHER ' RFL-VCH-NUMBER
244276             ' NOT REGISTERED, STATUS ' RFL-VOUCHER-STATUS
244278             UPON SYSERR
244280         ADD 1 TO RFL-FILE-REJECTED-COUNT
244282         MOVE 'Y' TO RFL-ANY-FAILURE-SW
244284         MOVE 'Y' TO RFL-VOUCHER-DONE-SW
244286         GO TO 3610-TRY-ONE-SERIAL-EXIT
244288     END-IF.
244290     MOVE RFL-VCH-NUMBER TO RFL-ISSUED-VOUCHER.
244292     ADD 1 TO RFL-VOUCHER-ISSUED-COUNT.
244294     MOVE 'Y' TO RFL-VOUCHER-DONE-SW.
244296 3610-TRY-ONE-SERIAL-EXIT.
244298     EXIT.
244300
244301*****************************************************************
244302*  3620-FIND-REPLACED-VOUCHER - before a redraw's replacement is  *
244303*                               written, read the .RPT back for   *
244304*                               the voucher issued to the holder  *
244305*                               it displaces - the original       *
244306*                               winner, or the latest replacement *
244307*                               when the rank was already         *
244308*                               redrawn.  A holder drawn before   *
244309*                               vouchers were issued has none.    *
244310*****************************************************************
244311 3620-FIND-REPLACED-VOUCHER.
244312     MOVE ZERO TO RFL-REDRAW-OLD-VOUCHER.
244313     IF RFL-BEST-NEW-DATE > ZERO
244314         MOVE RFL-BEST-NEW-DATE TO RFL-REDRAW-OLD-DATE
244315         MOVE RFL-BEST-NEW-TIME TO RFL-REDRAW-OLD-TIME
244316     ELSE
244317         MOVE RFL-GROUP-DATE TO RFL-REDRAW-OLD-DATE
244318         MOVE RFL-GROUP-TIME TO RFL-REDRAW-OLD-TIME
244319     END-IF.
244320     MOVE 'N' TO RFL-REPORT-EOF-SW.
244321     OPEN INPUT REPORT-FILE.
244322     IF NOT RFL-REPORT-OK
244323         GO TO 3620-FIND-REPLACED-VOUCHER-EXIT
244324     END-IF.
244325     PERFORM 3625-CHECK-ONE-REPLACED
244326         THRU 3625-CHECK-ONE-REPLACED-EXIT
244327         UNTIL RFL-REPORT-AT-END.
244328     CLOSE REPORT-FILE.
244329 3620-FIND-REPLACED-VOUCHER-EXIT.
244330     EXIT.
244331
244332 3625-CHECK-ONE-REPLACED.
244333     READ REPORT-FILE
244334         AT END
244335             MOVE 'Y' TO RFL-REPORT-EOF-SW
244336             GO TO 3625-CHECK-ONE-REPLACED-EXIT
244337     END-READ.
244338     IF RFL-RPT-DRAW-DATE = RFL-REDRAW-OLD-DATE
244339             AND RFL-RPT-DRAW-TIME = RFL-REDRAW-OLD-TIME
244340             AND RFL-RPT-PRIZE-RANK = RFL-REDRAW-RANK
244341             AND RFL-RPT-WINNER-ID = RFL-REDRAW-OLD-ID
244342             AND RFL-RPT-VOUCHER-NUMBER IS NUMERIC
244343         MOVE RFL-RPT-VOUCHER-NUMBER TO RFL-REDRAW-OLD-VOUCHER
244344     END-IF.
244345 3625-CHECK-ONE-REPLACED-EXIT.
244346     EXIT.
244347
244348*****************************************************************
244349*  3630-VOID-REPLACED-VOUCHER - the displaced holder's voucher is *
244350*                               voided on the register and        *
244351*                               pointed at the replacement's, so  *
244352*                               RFLCLM01 turns it away if it is   *
244353*                               ever quoted.  One already         *
244354*                               redeemed is left as it stands and *
244355*                               flagged - that prize has gone.    *
244356*****************************************************************
244357 3630-VOID-REPLACED-VOUCHER.
244358     IF RFL-REDRAW-OLD-VOUCHER = ZERO
244359         GO TO 3630-VOID-REPLACED-VOUCHER-EXIT
244360     END-IF.
244361     MOVE RFL-REDRAW-OLD-VOUCHER TO RFL-VCH-NUMBER.
244362     READ VOUCHER-FILE
244363         INVALID KEY
244364             DISPLAY 'REPLACED VOUCHER ' RFL-REDRAW-OLD-VOUCHER
244365                 ' NOT ON THE REGISTER - NOTHING VOIDED'
244366                 UPON SYSERR
244367             GO TO 3630-VOID-REPLACED-VOUCHER-EXIT
244368     END-READ.
244369     IF RFL-VCH-REDEEMED
244370         DISPLAY 'REPLACED VOUCHER ' RFL-REDRAW-OLD-VOUCHER
244371             ' WAS ALREADY REDEEMED - LEFT AS IT STANDS'
244372             UPON SYSERR
244373         GO TO 3630-VOID-REPLACED-VOUCHER-EXIT
244374     END-IF.
244375     MOVE 'V' TO RFL-VCH-STATUS.
244376     MOVE RFL-DRAW-DATE TO RFL-VCH-ACTION-DATE.
244377     MOVE RFL-ISSUED-VOUCHER TO RFL-VCH-REPLACED-BY.
244378     REWRITE RFL-VOUCHER-RECORD
244379         INVALID KEY
244380             DISPLAY 'REPLACED VOUCHER ' RFL-REDRAW-OLD-VOUCHER
244381                 ' NOT VOIDED, STATUS ' RFL-VOUCHER-STATUS
244382                 UPON SYSERR
244383             MOVE 'Y' TO RFL-ANY-FAILURE-SW
244384             GO TO 3630-VOID-REPLACED-VOUCHER-EXIT
244385     END-REWRITE.
244386     DISPLAY 'VOUCHER ' RFL-REDRAW-OLD-VOUCHER
244387         ' VOIDED - REPLACED BY ' RFL-ISSUED-VOUCHER.
244388 3630-VOID-REPLACED-VOUCHER-EXIT.
244389     EXIT.
244390
244400*****************************************************************
244500*  8000-PARSE-NUMBER - common numeric-argument parse.  Converts   *
244600*                      the leading digits of RFL-PARSE-FIELD      *
248800     END-IF.
248900 8010-PARSE-ONE-CHARACTER-EXIT.
249000     EXIT.
249002
249004*****************************************************************
249006*  8100-COMPUTE-CHECK-DIGIT - mod-10 check digit for the nine-   *
249008*                             digit voucher serial in             *
249010*                             RFL-CHECK-SERIAL.  Working right    *
249012*                             to left, every other digit from     *
249014*                             the rightmost is doubled (less 9    *
249016*                             when that passes 9), the digits     *
249018*                             are summed, and the check digit     *
249020*                             brings the sum up to a multiple     *
249022*                             of ten.  RFLCLM01 applies the same  *
249024*                             rule when a voucher is quoted.      *
249026*****************************************************************
249028 8100-COMPUTE-CHECK-DIGIT.
249030     MOVE ZERO TO RFL-CHECK-SUM.
249032     PERFORM 8110-WEIGH-ONE-DIGIT
249034         THRU 8110-WEIGH-ONE-DIGIT-EXIT
249036         VARYING RFL-CHECK-SUB FROM 1 BY 1
249038         UNTIL RFL-CHECK-SUB > 9.
249040     DIVIDE RFL-CHECK-SUM BY 10 GIVING RFL-CHECK-QUOTIENT
249042         REMAINDER RFL-CHECK-REMAINDER.
249044     IF RFL-CHECK-REMAINDER = ZERO
249046         MOVE ZERO TO RFL-CHECK-DIGIT
249048     ELSE
249050         COMPUTE RFL-CHECK-DIGIT = 10 - RFL-CHECK-REMAINDER
249052     END-IF.
249054 8100-COMPUTE-CHECK-DIGIT-EXIT.
249056     EXIT.
249058
249060 8110-WEIGH-ONE-DIGIT.
249062     DIVIDE RFL-CHECK-SUB BY 2 GIVING RFL-CHECK-QUOTIENT
249064         REMAINDER RFL-CHECK-REMAINDER.
249066     IF RFL-CHECK-REMAINDER = 1
249068         COMPUTE RFL-CHECK-PRODUCT =
249070             RFL-CHECK-DIGIT-N(RFL-CHECK-SUB) * 2
249072         IF RFL-CHECK-PRODUCT > 9
249074             SUBTRACT 9 FROM RFL-CHECK-PRODUCT
249076         END-IF
249078     ELSE
249080         MOVE RFL-CHECK-DIGIT-N(RFL-CHECK-SUB)
249081             TO RFL-CHECK-PRODUCT
249082     END-IF.
249084     ADD RFL-CHECK-PRODUCT TO RFL-CHECK-SUM.
249086 8110-WEIGH-ONE-DIGIT-EXIT.
249088     EXIT.
249100
249101*****************************************************************
249102*  8300-OPEN-SEAL - pick up this raffle file's seal before its    *
249103*                   winners are appended - the detail lines are   *
249104*                   copied to the FILE-NAME.SEALTMP work file and *
249105*                   the hash and count carried on from the        *
249106*                   trailer. A file never drawn starts a new seal *
249107*                   from the key. Without a key, a trailer, or    *
249108*                   with .RPT records written before the file was *
249109*                   sealed, the winners go out unsealed, RFLSEL01 *
249110*                   stops the chain on them and this run fails.   *
249111*****************************************************************
249112 8300-OPEN-SEAL.
249113     MOVE 'N' TO RFL-SEALING-SW.
249114     IF NOT RFL-SEAL-KEY-LOADED AND NOT RFL-SEAL-KEY-UNUSABLE
249115         PERFORM 8380-LOAD-SEAL-KEY THRU 8380-LOAD-SEAL-KEY-EXIT
249116     END-IF.
249117     IF RFL-SEAL-KEY-UNUSABLE
249118         DISPLAY 'NO SEAL KEY - WINNERS WRITTEN UNSEALED TO '
249119             RFL-REPORT-FILE-NAME UPON SYSERR
249120         MOVE 'Y' TO RFL-ANY-FAILURE-SW
249121         GO TO 8300-OPEN-SEAL-EXIT
249122     END-IF.
249123     MOVE SPACES TO RFL-SEAL-FILE-NAME.
249124     STRING RFL-FILE-NAME DELIMITED BY SPACE
249125         '.SEAL' DELIMITED BY SIZE
249126         INTO RFL-SEAL-FILE-NAME
249127     END-STRING.
249128     MOVE SPACES TO RFL-SEALWORK-FILE-NAME.
249129     STRING RFL-FILE-NAME DELIMITED BY SPACE
249130         '.SEALTMP' DELIMITED BY SIZE
249131         INTO RFL-SEALWORK-FILE-NAME
249132     END-STRING.
249133     MOVE RFL-SEAL-KEY TO RFL-SEAL-CHAIN.
249134     MOVE ZERO TO RFL-SEAL-COUNT.
249135     MOVE 'N' TO RFL-SEAL-TRAILER-SW.
249136     MOVE 'N' TO RFL-SEAL-EOF-SW.
249137     OPEN INPUT SEAL-FILE.
249138     IF NOT RFL-SEAL-OK AND NOT RFL-SEAL-NOT-FOUND
249139         DISPLAY 'CANNOT OPEN SEAL FILE ' RFL-SEAL-FILE-NAME
249140             ' STATUS ' RFL-SEAL-STATUS UPON SYSERR
249141         MOVE 'Y' TO RFL-ANY-FAILURE-SW
249142         GO TO 8300-OPEN-SEAL-EXIT
249143     END-IF.
249144     IF RFL-SEAL-NOT-FOUND
249145         PERFORM 8305-CHECK-UNSEALED-REPORT
249146             THRU 8305-CHECK-UNSEALED-REPORT-EXIT
249147         IF RFL-SEAL-REPORT-UNSEALED
249148             DISPLAY 'NO SEAL FILE FOR ' RFL-REPORT-FILE-NAME
249149                 ' - WINNERS WRITTEN UNSEALED, ADOPT IT WITH '
249150                 'RFLSEL01' UPON SYSERR
249151             MOVE 'Y' TO RFL-ANY-FAILURE-SW
249152             GO TO 8300-OPEN-SEAL-EXIT
249153         END-IF
249154     END-IF.
249155     OPEN OUTPUT SEALWORK-FILE.
249156     IF NOT RFL-SEALWORK-OK
249157         DISPLAY 'CANNOT WRITE ' RFL-SEALWORK-FILE-NAME
249158             ' STATUS ' RFL-SEALWORK-STATUS UPON SYSERR
249159         MOVE 'Y' TO RFL-ANY-FAILURE-SW
249160         IF RFL-SEAL-OK
249161             CLOSE SEAL-FILE
249162         END-IF
249163         GO TO 8300-OPEN-SEAL-EXIT
249164     END-IF.
249165     IF RFL-SEAL-OK
249166         PERFORM 8310-COPY-SEAL-LINE
249167             THRU 8310-COPY-SEAL-LINE-EXIT
249168             UNTIL RFL-SEAL-AT-END
249169         CLOSE SEAL-FILE
249170         IF NOT RFL-SEAL-TRAILER-FOUND
249171             DISPLAY 'SEAL FILE ' RFL-SEAL-FILE-NAME
249172                 ' HAS NO TRAILER - WINNERS WRITTEN UNSEALED'
249173                 UPON SYSERR
249174             MOVE 'Y' TO RFL-ANY-FAILURE-SW
249175             CLOSE SEALWORK-FILE
249176             GO TO 8300-OPEN-SEAL-EXIT
249177         END-IF
249178     END-IF.
249179     MOVE 'Y' TO RFL-SEALING-SW.
249180 8300-OPEN-SEAL-EXIT.
249181     EXIT.
249182
249183 8305-CHECK-UNSEALED-REPORT.
249184     MOVE 'N' TO RFL-SEAL-UNSEALED-SW.
249185     OPEN INPUT REPORT-FILE.
249186     IF NOT RFL-REPORT-OK
249187         GO TO 8305-CHECK-UNSEALED-REPORT-EXIT
249188     END-IF.
249189     READ REPORT-FILE
249190         NOT AT END
249191             MOVE 'Y' TO RFL-SEAL-UNSEALED-SW
249192     END-READ.
249193     CLOSE REPORT-FILE.
249194 8305-CHECK-UNSEALED-REPORT-EXIT.
249195     EXIT.
249196
249197 8310-COPY-SEAL-LINE.
249198     READ SEAL-FILE INTO RFL-SEAL-RECORD
249199         AT END
249200             MOVE 'Y' TO RFL-SEAL-EOF-SW
249201             GO TO 8310-COPY-SEAL-LINE-EXIT
249202     END-READ.
249203     IF RFL-SEL-TRAILER
249204         MOVE RFL-SEL-RECORD-COUNT TO RFL-SEAL-COUNT
249205         MOVE RFL-SEL-FINAL-CHAIN TO RFL-SEAL-CHAIN
249206         MOVE 'Y' TO RFL-SEAL-TRAILER-SW
249207         MOVE 'Y' TO RFL-SEAL-EOF-SW
249208         GO TO 8310-COPY-SEAL-LINE-EXIT
249209     END-IF.
249210     WRITE RFL-SEAL-RECORD.
249211 8310-COPY-SEAL-LINE-EXIT.
249212     EXIT.
249213
249214*****************************************************************
249215*  8320-SEAL-AUDIT-RECORD - fold the .RPT record just written     *
249216*                           into the seal and add its detail      *
249217*                           line, stamped with the draw and the   *
249218*                           prize rank so a failure can be traced *
249219*                           to a winner.                          *
249220*****************************************************************
249221 8320-SEAL-AUDIT-RECORD.
249222     PERFORM 8350-SEAL-ONE-RECORD THRU 8350-SEAL-ONE-RECORD-EXIT.
249223     MOVE SPACES TO RFL-SEAL-RECORD.
249224     MOVE 'D' TO RFL-SEL-RECORD-TYPE.
249225     MOVE RFL-SEAL-COUNT TO RFL-SEL-RECORD-NO.
249226     MOVE RFL-SEAL-CHAIN TO RFL-SEL-CHAIN.
249227     MOVE RFL-DRAW-DATE TO RFL-SEL-DRAW-DATE.
249228     MOVE RFL-DRAW-TIME TO RFL-SEL-DRAW-TIME.
249229     MOVE RFL-PRIZE-SUB TO RFL-SEL-PRIZE-RANK.
249230     WRITE RFL-SEAL-RECORD.
249231 8320-SEAL-AUDIT-RECORD-EXIT.
249232     EXIT.
249233
249234*****************************************************************
249235*  8330-CLOSE-SEAL - close the seal with its counted, keyed      *
249236*                    trailer and copy the work file back over    *
249237*                    FILE-NAME.SEAL, then empty the work file.   *
249238*                    A work file that cannot be read back leaves *
249239*                    the old seal as it was and fails the run.   *
249240*****************************************************************
249241 8330-CLOSE-SEAL.
249242     PERFORM 8370-MAKE-TRAILER-CHECK
249243         THRU 8370-MAKE-TRAILER-CHECK-EXIT.
249244     MOVE SPACES TO RFL-SEAL-RECORD.
249245     MOVE 'T' TO RFL-SEL-RECORD-TYPE.
249246     MOVE RFL-SEAL-COUNT TO RFL-SEL-RECORD-COUNT.
249247     MOVE RFL-SEAL-CHAIN TO RFL-SEL-FINAL-CHAIN.
249248     MOVE RFL-SEAL-CHECK TO RFL-SEL-TRAILER-CHECK.
249249     MOVE 'DOMCODE-RAFFLER' TO RFL-SEL-SEALED-BY.
249250     ACCEPT RFL-SEL-SEALED-DATE FROM DATE YYYYMMDD.
249251     ACCEPT RFL-SEL-SEALED-TIME FROM TIME.
249252     WRITE RFL-SEAL-RECORD.
249253     CLOSE SEALWORK-FILE.
249254     MOVE 'N' TO RFL-SEALING-SW.
249255     OPEN INPUT SEALWORK-FILE.
249256     IF NOT RFL-SEALWORK-OK
249257         DISPLAY 'CANNOT READ ' RFL-SEALWORK-FILE-NAME
249258             ' STATUS ' RFL-SEALWORK-STATUS ' - '
249259             RFL-SEAL-FILE-NAME ' LEFT AS IT WAS' UPON SYSERR
249260         MOVE 'Y' TO RFL-ANY-FAILURE-SW
249261         GO TO 8330-CLOSE-SEAL-EXIT
249262     END-IF.
249263     OPEN OUTPUT SEAL-FILE.
249264     IF NOT RFL-SEAL-OK
249265         DISPLAY 'CANNOT WRITE ' RFL-SEAL-FILE-NAME
249266             ' STATUS ' RFL-SEAL-STATUS UPON SYSERR
249267         MOVE 'Y' TO RFL-ANY-FAILURE-SW
249268         CLOSE SEALWORK-FILE
249269         GO TO 8330-CLOSE-SEAL-EXIT
249270     END-IF.
249271     MOVE 'N' TO RFL-SEAL-EOF-SW.
249272     PERFORM 8340-COPY-BACK-SEAL-LINE
249273         THRU 8340-COPY-BACK-SEAL-LINE-EXIT
249274         UNTIL RFL-SEAL-AT-END.
249275     CLOSE SEAL-FILE.
249276     CLOSE SEALWORK-FILE.
249277     OPEN OUTPUT SEALWORK-FILE.
249278     CLOSE SEALWORK-FILE.
249279 8330-CLOSE-SEAL-EXIT.
249280     EXIT.
249281
249282 8340-COPY-BACK-SEAL-LINE.
249283     READ SEALWORK-FILE
249284         AT END
249285             MOVE 'Y' TO RFL-SEAL-EOF-SW
249286             GO TO 8340-COPY-BACK-SEAL-LINE-EXIT
249287     END-READ.
249288     MOVE RFL-SEAL-RECORD TO RFL-SEAL-LINE.
249289     WRITE RFL-SEAL-LINE.
249290 8340-COPY-BACK-SEAL-LINE-EXIT.
249291     EXIT.
249292
249293*****************************************************************
249294*  8350-SEAL-ONE-RECORD - fold the .RPT record in RFL-SEAL-IMAGE  *
249295*                         into the running seal hash and count it *
249296*                         - see RFLSEL.CPY.                       *
249297*****************************************************************
249298 8350-SEAL-ONE-RECORD.
249299     ADD 1 TO RFL-SEAL-COUNT.
249300     PERFORM 8360-SEAL-ONE-BYTE
249301         THRU 8360-SEAL-ONE-BYTE-EXIT
249302         VARYING RFL-SEAL-SUB FROM 1 BY 1
249303         UNTIL RFL-SEAL-SUB > 177.
249304     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * RFL-SEAL-CHAIN
249305         + RFL-SEAL-KEY + RFL-SEAL-COUNT.
249306     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
249307         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHAIN.
249308 8350-SEAL-ONE-RECORD-EXIT.
249309     EXIT.
249310
249311 8360-SEAL-ONE-BYTE.
249312     MOVE RFL-SEAL-IMAGE(RFL-SEAL-SUB:1) TO RFL-SEAL-BYTE.
249313     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * 263
249314         + (RFL-SEAL-BYTE-CODE + 1) * 7919 + RFL-SEAL-SUB.
249315     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
249316         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHAIN.
249317 8360-SEAL-ONE-BYTE-EXIT.
249318     EXIT.
249319
249320*****************************************************************
249321*  8370-MAKE-TRAILER-CHECK - the keyed check the seal trailer     *
249322*                            carries over the record count and    *
249323*                            the final hash.                      *
249324*****************************************************************
249325 8370-MAKE-TRAILER-CHECK.
249326     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHAIN * 263
249327         + RFL-SEAL-COUNT * 7919 + RFL-SEAL-KEY.
249328     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
249329         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHECK.
249330     COMPUTE RFL-SEAL-WORK = RFL-SEAL-CHECK * RFL-SEAL-CHECK
249331         + RFL-SEAL-KEY.
249332     DIVIDE RFL-SEAL-WORK BY RFL-SEAL-MODULUS
249333         GIVING RFL-SEAL-QUOTIENT REMAINDER RFL-SEAL-CHECK.
249334 8370-MAKE-TRAILER-CHECK-EXIT.
249335     EXIT.
249336
249337*****************************************************************
249338*  8380-LOAD-SEAL-KEY - read the nine-digit seal key off the      *
249339*                       restricted seal key file (SEALKEY=,       *
249340*                       default RFL.SEAL.KEY). Without it no seal *
249341*                       can be made or checked.                   *
249342*****************************************************************
249343 8380-LOAD-SEAL-KEY.
249344     MOVE 'X' TO RFL-SEAL-KEY-SW.
249345     OPEN INPUT SEALKEY-FILE.
249346     IF NOT RFL-SEALKEY-OK
249347         DISPLAY 'CANNOT OPEN SEAL KEY FILE: '
249348             RFL-SEALKEY-FILE-NAME
249349             ' STATUS ' RFL-SEALKEY-STATUS UPON SYSERR
249350         GO TO 8380-LOAD-SEAL-KEY-EXIT
249351     END-IF.
249352     MOVE SPACES TO RFL-SEALKEY-RECORD.
249353     READ SEALKEY-FILE
249354         AT END
249355             MOVE SPACES TO RFL-SEALKEY-RECORD
249356     END-READ.
249357     CLOSE SEALKEY-FILE.
249358     IF RFL-SEALKEY-RECORD(1:9) IS NOT NUMERIC
249359         DISPLAY 'SEAL KEY FILE DOES NOT START WITH A '
249360             'NINE-DIGIT KEY: ' RFL-SEALKEY-FILE-NAME UPON SYSERR
249361         GO TO 8380-LOAD-SEAL-KEY-EXIT
249362     END-IF.
249363     MOVE RFL-SEALKEY-RECORD(1:9) TO RFL-SEAL-KEY.
249364     MOVE 'Y' TO RFL-SEAL-KEY-SW.
249365 8380-LOAD-SEAL-KEY-EXIT.
249366     EXIT.
249367
249368*****************************************************************
249369*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
249370*                         caller has filled in to the shared    *
249371*                         run-statistics file for the nightly   *
249372*                         operations control report (RFLOPS01). *
249373*                         The statistics are bookkeeping only - *
249374*                         a file that cannot be written is      *
249375*                         warned about and never changes this   *
249376*                         step's return code.                   *
249377*****************************************************************
249378 8900-WRITE-RUN-STATS.
249379     MOVE RFL-RUN-ID-VALUE TO RFL-STA-RUN-ID.
249380     MOVE 'DOMCODE-RAFFLER' TO RFL-STA-PROGRAM.
249381     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
249382     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
249383     OPEN EXTEND STATS-FILE.
249384     IF RFL-STATS-NOT-FOUND
249385         OPEN OUTPUT STATS-FILE
249386     END-IF.
249387     IF NOT RFL-STATS-OK
249388         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
249389             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
249390             UPON SYSERR
249391         GO TO 8900-WRITE-RUN-STATS-EXIT
249392     END-IF.
249393     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
249394     WRITE RFL-STATS-LINE.
249395     CLOSE STATS-FILE.
249396 8900-WRITE-RUN-STATS-EXIT.
249397     EXIT.
249398
249399*****************************************************************
249400*  9800-WRITE-REORDER-REPORT - end-of-run sweep of the prize      *
249401*                              inventory master - every item      *
249402*                              at or under its reorder point      *
249403*                              goes to the RFL.PRIZE.REORDER      *
249404*                              report, so purchasing reorders     *
249405*                              before the next cycle instead      *
249406*                              of after an embarrassed phone      *
249407*                              call.  Only runs when this run     *
249408*                              actually checked stock.            *
249409*****************************************************************
249410 9800-WRITE-REORDER-REPORT.
249411     MOVE ZERO TO RFL-LOW-STOCK-COUNT.
249412     MOVE 'N' TO RFL-INVENTORY-EOF-SW.
249413     OPEN INPUT INVENTORY-FILE.
249414     IF RFL-INVENTORY-NOT-FOUND
249415         GO TO 9800-WRITE-REORDER-REPORT-EXIT
249416     END-IF.
249417     IF NOT RFL-INVENTORY-OK
249418         DISPLAY 'CANNOT OPEN PRIZE INVENTORY FOR THE '
249419             'LOW-STOCK REPORT: ' RFL-INVENTORY-FILE-NAME
249420             ' STATUS ' RFL-INVENTORY-STATUS UPON SYSERR
249421         MOVE 'Y' TO RFL-ANY-FAILURE-SW
249422         GO TO 9800-WRITE-REORDER-REPORT-EXIT
249423     END-IF.
249424     MOVE SPACES TO RFL-INV-PRIZE-DESC.
249425     START INVENTORY-FILE KEY NOT < RFL-INV-PRIZE-DESC
249426         INVALID KEY
249427             MOVE 'Y' TO RFL-INVENTORY-EOF-SW
249428     END-START.
249429     OPEN OUTPUT REORDER-FILE.
249430     IF NOT RFL-REORDER-OK
249431         DISPLAY 'CANNOT WRITE ' RFL-REORDER-FILE-NAME
249432             ' STATUS ' RFL-REORDER-STATUS UPON SYSERR
249433         MOVE 'Y' TO RFL-ANY-FAILURE-SW
249434         CLOSE INVENTORY-FILE
249435         GO TO 9800-WRITE-REORDER-REPORT-EXIT
249436     END-IF.
249437     PERFORM 9810-CHECK-ONE-STOCK-ITEM
249438         THRU 9810-CHECK-ONE-STOCK-ITEM-EXIT
249439         UNTIL RFL-INVENTORY-AT-END.
249440     CLOSE REORDER-FILE.
249441     CLOSE INVENTORY-FILE.
249442     IF RFL-LOW-STOCK-COUNT = ZERO
249443         DISPLAY 'NO PRIZES AT OR UNDER REORDER POINT'
249444     ELSE
249445         DISPLAY RFL-LOW-STOCK-COUNT
249446             ' PRIZE(S) AT OR UNDER REORDER POINT - SEE '
249447             RFL-REORDER-FILE-NAME
249448     END-IF.
249449 9800-WRITE-REORDER-REPORT-EXIT.
249450     EXIT.
249451
249452 9810-CHECK-ONE-STOCK-ITEM.
249453     READ INVENTORY-FILE NEXT
249454         AT END
249455             MOVE 'Y' TO RFL-INVENTORY-EOF-SW
249456             GO TO 9810-CHECK-ONE-STOCK-ITEM-EXIT
249457     END-READ.
249458     IF RFL-INV-ON-HAND NOT > RFL-INV-REORDER-POINT
249459         ADD 1 TO RFL-LOW-STOCK-COUNT
249460         MOVE RFL-INV-PRIZE-DESC    TO RFL-ROR-DESC
249461         MOVE RFL-INV-ON-HAND       TO RFL-ROR-ON-HAND
249462         MOVE RFL-INV-REORDER-POINT TO RFL-ROR-POINT
249463         MOVE RFL-REORDER-WORK      TO RFL-REORDER-RECORD
249464         WRITE RFL-REORDER-RECORD
249465     END-IF.
249466 9810-CHECK-ONE-STOCK-ITEM-EXIT.
249467     EXIT.
249468
249640*****************************************************************
249645*  9999-TERMINATE - end of run housekeeping - close out the HR   *
249650*                   notification feed with its counted trailer   *
249655*                   when this run produced one, and sweep the    *
249660*                   prize inventory for the low-stock report     *
249665*                   when this run checked stock - then, on a     *
249667*                   nightly manifest run, file the step's        *
249668*                   closing run-statistics record.  A replay,    *
249669*                   redraw or simulation files none.             *
249670*****************************************************************
249700 9999-TERMINATE.
249800     IF RFL-NOTIFY-IS-OPEN
249900         MOVE 'T' TO RFL-NTF-RECORD-TYPE
251300             RFL-WITHHOLD-COUNT ' WINNER(S) ON '
251400             RFL-WITHHOLD-FILE-NAME
251500     END-IF.
251501     IF RFL-VOUCHER-IS-OPEN
251502         CLOSE VOUCHER-FILE
251503         MOVE 'N' TO RFL-VOUCHER-OPEN-SW
251504         DISPLAY 'VOUCHER REGISTER CLOSED - '
251505             RFL-VOUCHER-ISSUED-COUNT ' VOUCHER(S) ISSUED ON '
251506             RFL-VOUCHER-FILE-NAME
251507     END-IF.
251510     IF RFL-STOCK-CHECKED
251520         PERFORM 9800-WRITE-REORDER-REPORT
251530             THRU 9800-WRITE-REORDER-REPORT-EXIT
251540     END-IF.
251541     IF RFL-MANIFEST-NAME NOT = SPACES
251542             AND NOT RFL-REPLAY-MODE AND NOT RFL-REDRAW-MODE
251543             AND NOT RFL-SIMULATE-MODE
251544         MOVE ZERO TO RFL-STA-COUNTS
251548         MOVE 'S' TO RFL-STA-RECORD-TYPE
251552         MOVE RFL-MANIFEST-NAME TO RFL-STA-RAFFLE-FILE
251556         MOVE RFL-FILES-SUPPLIED-COUNT TO RFL-STA-READ
251560         MOVE RFL-RUN-WINNERS-COUNT TO RFL-STA-WRITTEN
251564         MOVE RFL-RUN-WINNERS-COUNT TO RFL-STA-WINNERS
251568         MOVE RFL-RUN-SKIPPED-COUNT TO RFL-STA-SKIPPED
251572         MOVE RETURN-CODE TO RFL-STA-RETURN-CODE
251576         IF RFL-ANY-FAILURE
251580             MOVE 8 TO RFL-STA-RETURN-CODE
251584         END-IF
251588         PERFORM 8900-WRITE-RUN-STATS
251592             THRU 8900-WRITE-RUN-STATS-EXIT
251596     END-IF.
251600 9999-TERMINATE-EXIT.
251700     EXIT.
