003100*  2026-09-02  RDF  Initial program - run on demand via the    *
003200*                   RFLARC01 job each January for the year     *
003300*                   just closed.                               *
003310*  2026-10-15  RDF  Each newly created archive is added to    *
003320*                   RFL.WINNER.HISTORY.ARCLIST (ARCLIST=), so  *
003330*                   the data-protection erasure run RFLERA01   *
003340*                   can find every archive.                    *
003400*                                                               *
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
005400     SELECT ARCHIVE-FILE ASSIGN DYNAMIC RFL-ARCHIVE-FILE-NAME
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS RFL-ARCHIVE-STATUS.
005610     SELECT ARCLIST-FILE ASSIGN DYNAMIC RFL-ARCLIST-FILE-NAME
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS RFL-ARCLIST-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006700 FD  ARCHIVE-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  RFL-ARCHIVE-RECORD          PIC X(128).
006910
006920 FD  ARCLIST-FILE.
006930 01  RFL-ARCLIST-RECORD          PIC X(50).
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------*
007600 01  RFL-TAXYEAR-TAG             PIC X(08) VALUE 'TAXYEAR='.
007700 01  RFL-RETAIN-TAG              PIC X(07) VALUE 'RETAIN='.
007800 01  RFL-HISTFILE-TAG            PIC X(09) VALUE 'HISTFILE='.
007810 01  RFL-ARCLIST-TAG             PIC X(08) VALUE 'ARCLIST='.
007900 01  RFL-HISTORY-FILE-NAME       PIC X(50)
008000                                 VALUE 'RFL.WINNER.HISTORY'.
008100 01  RFL-EXTRACT-FILE-NAME       PIC X(50).
008200 01  RFL-ARCHIVE-FILE-NAME       PIC X(50).
008210 01  RFL-ARCLIST-FILE-NAME       PIC X(50)
008220                                 VALUE
008230     'RFL.WINNER.HISTORY.ARCLIST'.
008300 01  RFL-TAX-YEAR-X              PIC X(04).
008400
008500*----------------------------------------------------------------*
009500 77  RFL-ARCHIVE-STATUS          PIC X(02).
009600     88  RFL-ARCHIVE-OK          VALUE '00'.
009700     88  RFL-ARCHIVE-NOT-FOUND   VALUE '35'.
009710
009720 77  RFL-ARCLIST-STATUS          PIC X(02).
009730     88  RFL-ARCLIST-OK          VALUE '00'.
009740     88  RFL-ARCLIST-NOT-FOUND   VALUE '35'.
009800
009900 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
010000     88  RFL-NO-MORE-ARGS        VALUE 'N'.
010800 77  RFL-ENTRANT-STARTED-SW      PIC X(01) VALUE 'N'.
010900     88  RFL-ENTRANT-STARTED     VALUE 'Y'.
011000
011010
011020 77  RFL-NEW-ARCHIVE-SW          PIC X(01) VALUE 'N'.
011030     88  RFL-NEW-ARCHIVE         VALUE 'Y'.
011100*----------------------------------------------------------------*
011200*    TAX-YEAR AND RETENTION WORK AREAS                           *
011300*----------------------------------------------------------------*
027300         MOVE RFL-ARGUMENT(10:50) TO RFL-HISTORY-FILE-NAME
027400         GO TO 1010-GET-ONE-ARGUMENT-EXIT
027500     END-IF.
027510     IF RFL-ARGUMENT(1:8) = RFL-ARCLIST-TAG
027520         MOVE RFL-ARGUMENT(9:50) TO RFL-ARCLIST-FILE-NAME
027530         GO TO 1010-GET-ONE-ARGUMENT-EXIT
027540     END-IF.
027600     DISPLAY 'UNKNOWN ARGUMENT IGNORED: ' RFL-ARGUMENT
027700         UPON SYSERR.
027800 1010-GET-ONE-ARGUMENT-EXIT.
037400*                           partial purge appends the            *
037500*                           remainder instead of overwriting     *
037600*                           what was already moved.              *
037610*                           A newly created archive is added to  *
037620*                           the archive list.                    *
037700*****************************************************************
037800 3000-ARCHIVE-AND-PURGE.
037900     MOVE 'N' TO RFL-HISTORY-EOF-SW.
038800     OPEN EXTEND ARCHIVE-FILE.
038900     IF RFL-ARCHIVE-NOT-FOUND
039000         OPEN OUTPUT ARCHIVE-FILE
039010         MOVE 'Y' TO RFL-NEW-ARCHIVE-SW
039100     END-IF.
039200     IF NOT RFL-ARCHIVE-OK
039300         DISPLAY 'CANNOT WRITE ARCHIVE: '
039700         CLOSE HISTORY-FILE
039800         GO TO 3000-ARCHIVE-AND-PURGE-EXIT
039900     END-IF.
039910     IF RFL-NEW-ARCHIVE
039920         PERFORM 3050-REGISTER-ARCHIVE
039930             THRU 3050-REGISTER-ARCHIVE-EXIT
039940     END-IF.
040000     PERFORM 3100-RETIRE-ONE-RECORD
040100         THRU 3100-RETIRE-ONE-RECORD-EXIT
040200         UNTIL RFL-HISTORY-AT-END.
040700 3000-ARCHIVE-AND-PURGE-EXIT.
040800     EXIT.
040900
040910*****************************************************************
040920*  3050-REGISTER-ARCHIVE - add the archive's name to the archive *
040930*                          list.  A list that cannot be written *
040940*                          does not stop the purge - the name   *
040950*                          is reported so it can be added by    *
040960*                          hand.                                *
040970*****************************************************************
040980 3050-REGISTER-ARCHIVE.
040981     OPEN EXTEND ARCLIST-FILE.
040982     IF RFL-ARCLIST-NOT-FOUND
040983         OPEN OUTPUT ARCLIST-FILE
040984     END-IF.
040985     IF NOT RFL-ARCLIST-OK
040986         DISPLAY 'CANNOT ADD ' RFL-ARCHIVE-FILE-NAME
040987             ' TO ARCHIVE LIST ' RFL-ARCLIST-FILE-NAME
040988             ' STATUS ' RFL-ARCLIST-STATUS UPON SYSERR
040989         GO TO 3050-REGISTER-ARCHIVE-EXIT
040990     END-IF.
040991     MOVE RFL-ARCHIVE-FILE-NAME TO RFL-ARCLIST-RECORD.
040992     WRITE RFL-ARCLIST-RECORD.
040993     CLOSE ARCLIST-FILE.
040994 3050-REGISTER-ARCHIVE-EXIT.
040995     EXIT.
040996
041000 3100-RETIRE-ONE-RECORD.
041100     READ HISTORY-FILE NEXT
041200         AT END
