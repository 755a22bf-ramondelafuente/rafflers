002700*  2026-09-02  RDF  Initial program - run on demand via the    *
002800*                   RFLSUM01 job, typically once a month       *
002900*                   with FROM= and TO= bracketing the month.   *
002910*  2026-10-15  RDF  Wins by region now print each region's     *
002920*                   description from the central region master *
002930*                   RFL.REGION.MASTER (RFLREG.CPY, REGFILE= to *
002940*                   override) beside the code.  A master that  *
002950*                   is not on the system or will not open just *
002960*                   leaves the description blank - the summary *
002970*                   is still printed.                          *
003000*                                                               *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
004700     SELECT SUMMARY-FILE ASSIGN DYNAMIC RFL-SUMMARY-FILE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS RFL-SUMMARY-STATUS.
004910     SELECT REGION-FILE ASSIGN DYNAMIC RFL-REGION-FILE-NAME
004920         ORGANIZATION IS INDEXED
004930         ACCESS MODE IS DYNAMIC
004940         RECORD KEY IS RFL-REG-CODE
004950         FILE STATUS IS RFL-REGION-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005600
005700 FD  SUMMARY-FILE.
005800 01  RFL-SUMMARY-RECORD          PIC X(80).
005810
005820 FD  REGION-FILE
005830     LABEL RECORDS ARE STANDARD.
005840     COPY RFLREG.CPY.
005900
006000 WORKING-STORAGE SECTION.
006100*----------------------------------------------------------------*
006600 01  RFL-TO-TAG                  PIC X(03) VALUE 'TO='.
006700 01  RFL-HISTFILE-TAG            PIC X(09) VALUE 'HISTFILE='.
006800 01  RFL-REPORT-TAG              PIC X(07) VALUE 'REPORT='.
006810 01  RFL-REGFILE-TAG             PIC X(08) VALUE 'REGFILE='.
006900 01  RFL-HISTORY-FILE-NAME       PIC X(50)
007000                                 VALUE 'RFL.WINNER.HISTORY'.
007100 01  RFL-SUMMARY-FILE-NAME       PIC X(50)
007200                                 VALUE 'RFL.MGMT.SUMMARY'.
007210 01  RFL-REGION-FILE-NAME        PIC X(50)
007220                                 VALUE 'RFL.REGION.MASTER'.
007300
007400*----------------------------------------------------------------*
007500*    FILE STATUS AND SWITCHES                                    *
008000
008100 77  RFL-SUMMARY-STATUS          PIC X(02).
008200     88  RFL-SUMMARY-OK          VALUE '00'.
008210
008220 77  RFL-REGION-STATUS           PIC X(02).
008230     88  RFL-REGION-OK           VALUE '00'.
008240     88  RFL-REGION-NOT-FOUND    VALUE '35'.
008250
008260 77  RFL-REGION-OPEN-SW          PIC X(01) VALUE 'N'.
008270     88  RFL-REGION-OPEN         VALUE 'Y'.
008300
008400 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
008500     88  RFL-NO-MORE-ARGS        VALUE 'N'.
017500 01  RFL-REGION-LINE.
017600     05  FILLER                  PIC X(02) VALUE SPACES.
017700     05  RFL-RGL-REGION          PIC X(04).
017710     05  FILLER                  PIC X(01) VALUE SPACES.
017720     05  RFL-RGL-DESC            PIC X(30).
017800     05  FILLER                  PIC X(01) VALUE SPACES.
017900     05  RFL-RGL-WINS            PIC ZZZZZZ9.
018000     05  FILLER                  PIC X(07) VALUE ' WINS  '.
018100     05  RFL-RGL-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021600         END-IF
021700         CLOSE HISTORY-FILE
021800         CLOSE SUMMARY-FILE
021810         IF RFL-REGION-OPEN
021820             CLOSE REGION-FILE
021830         END-IF
021900     END-IF.
022000     IF RFL-ANY-FAILURE
022100         MOVE 8 TO RETURN-CODE
027400         MOVE RFL-ARGUMENT(8:50) TO RFL-SUMMARY-FILE-NAME
027500         GO TO 1010-GET-ONE-ARGUMENT-EXIT
027600     END-IF.
027610     IF RFL-ARGUMENT(1:8) = RFL-REGFILE-TAG
027620         MOVE RFL-ARGUMENT(9:50) TO RFL-REGION-FILE-NAME
027630         GO TO 1010-GET-ONE-ARGUMENT-EXIT
027640     END-IF.
027700     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
027800         UPON SYSERR.
027900 1010-GET-ONE-ARGUMENT-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300*  2000-OPEN-FILES - the region master is optional here; when   *
028310*                    it is missing the region lines simply go    *
028320*                    out without their descriptions.             *
028400*****************************************************************
028500 2000-OPEN-FILES.
028600     OPEN INPUT HISTORY-FILE.
029700             ' STATUS ' RFL-SUMMARY-STATUS UPON SYSERR
029800         MOVE 'Y' TO RFL-ANY-FAILURE-SW
029900         CLOSE HISTORY-FILE
029910         GO TO 2000-OPEN-FILES-EXIT
030000     END-IF.
030010     OPEN INPUT REGION-FILE.
030020     IF RFL-REGION-OK
030030         MOVE 'Y' TO RFL-REGION-OPEN-SW
030040     ELSE
030050         IF NOT RFL-REGION-NOT-FOUND
030060             DISPLAY 'CANNOT OPEN REGION MASTER: '
030070                 RFL-REGION-FILE-NAME
030080                 ' STATUS ' RFL-REGION-STATUS
030090                 ' - DESCRIPTIONS LEFT BLANK' UPON SYSERR
030091         END-IF
030092     END-IF.
030100 2000-OPEN-FILES-EXIT.
030200     EXIT.
030300
048400
048500 4100-WRITE-ONE-REGION.
048600     MOVE RFL-RGN-REGION(RFL-REGION-SUB) TO RFL-RGL-REGION.
048610     MOVE SPACES TO RFL-RGL-DESC.
048620     IF RFL-REGION-OPEN
048630         MOVE RFL-RGN-REGION(RFL-REGION-SUB) TO RFL-REG-CODE
048640         READ REGION-FILE KEY IS RFL-REG-CODE
048650             INVALID KEY
048660                 MOVE '(NOT ON REGION MASTER)' TO RFL-RGL-DESC
048670             NOT INVALID KEY
048680                 MOVE RFL-REG-DESC TO RFL-RGL-DESC
048690         END-READ
048695     END-IF.
048700     MOVE RFL-RGN-WIN-COUNT(RFL-REGION-SUB) TO RFL-RGL-WINS.
048800     MOVE RFL-RGN-VALUE-SUM(RFL-REGION-SUB) TO RFL-RGL-VALUE.
048900     MOVE RFL-REGION-LINE TO RFL-SUMMARY-RECORD.
