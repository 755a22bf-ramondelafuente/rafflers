002000*      01  ENTRANT ID BLANK                                    *
002100*      02  TICKET COUNT NOT NUMERIC OR ZERO                    *
002200*      03  NEW ENTRANT BUT NAME BLANK                          *
002300*      04  NEW ENTRANT BUT REGION NOT ACTIVE ON THE MASTER     *
002400*      05  POSTING WOULD OVERFLOW THE TICKET COUNT             *
002410*      06  SALE OUTSIDE THE RAFFLE'S SALES WINDOW, OR THE      *
002420*          RAFFLE IS NO LONGER OPEN ON THE RAFFLE CALENDAR     *
002500*                                                               *
002600*      RC = 0   ALL SALES POSTED                               *
002700*      RC = 4   SOME SALES REJECTED - SEE .REJ REPORT          *
003700*  2026-09-02  RDF  Initial program - chained as STEP0170 in   *
003800*                   RFLRAF01, ahead of the draw step, so late  *
003900*                   sales make the same night's draw.          *
003903*  2026-09-02  RDF  Posting is now rerun-safe - every applied  *
003906*                   sale is keyed onto the RFL.SALES.POSTLOG   *
003909*                   master (timestamp, register, entrant ID)   *
003912*                   and a sale already on the log is skipped,  *
003915*                   so rerunning the chain over the same feed  *
003918*                   no longer doubles ticket counts and then   *
003921*                   rewrites the .POS to balance the doubled   *
003924*                   weights.  Log entries age off after two    *
003927*                   days - the feed is replaced daily.         *
003930*  2026-10-15  RDF  Reason 04 now looks the new entrant's      *
003933*                   region up on the central region master     *
003936*                   RFL.REGION.MASTER (RFLREG.CPY, REGFILE=    *
003939*                   to override) - it must be active and in    *
003942*                   its effective window today - in place of   *
003945*                   the literal region list.  A master that    *
003948*                   will not open ends the run RC 8 with       *
003951*                   nothing posted.                            *
003959*  2026-10-15  RDF  The run's sales, posting and reject totals *
003967*                   now go to the shared run-statistics file   *
003975*                   (RFLSTA.CPY) as a closing 'S' step record  *
003983*                   for the RFLOPS01 operations control        *
003991*                   report. RUNID= and STATS= arguments added. *
003992*  2026-10-15  RDF  Reason 06 - when the raffle is on the     *
003993*                   raffle calendar RFL.RAFFLE.CALENDAR        *
003994*                   (RFLCAL.CPY, CALENDAR= to override), a     *
003995*                   sale dated outside its sales window, or    *
003996*                   made once the raffle is no longer OPEN, is *
003997*                   refused.  No calendar, or a raffle not on  *
003998*                   it, posts as before.                       *
004000*                                                               *
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS RFL-ENTRANT-ID
005600         FILE STATUS IS RFL-ENTRANT-STATUS.
005610     SELECT CALENDAR-FILE ASSIGN DYNAMIC RFL-CALENDAR-FILE-NAME
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS DYNAMIC
005640         RECORD KEY IS RFL-CAL-FILE-NAME
005650         FILE STATUS IS RFL-CALENDAR-STATUS.
005700     SELECT SALES-FILE ASSIGN DYNAMIC RFL-SALES-NAME
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS RFL-SALES-STATUS.
006830         ACCESS MODE IS DYNAMIC
006840         RECORD KEY IS RFL-PLG-KEY
006850         FILE STATUS IS RFL-POSTLOG-STATUS.
006860     SELECT REGION-FILE ASSIGN DYNAMIC RFL-REGION-FILE-NAME
006870         ORGANIZATION IS INDEXED
006880         ACCESS MODE IS DYNAMIC
006890         RECORD KEY IS RFL-REG-CODE
006895         FILE STATUS IS RFL-REGION-STATUS.
006896     SELECT STATS-FILE ASSIGN DYNAMIC RFL-STATS-FILE-NAME
006897         ORGANIZATION IS LINE SEQUENTIAL
006898         FILE STATUS IS RFL-STATS-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ENTRANT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY RFLENT.CPY.
007405
007410 FD  CALENDAR-FILE
007420     LABEL RECORDS ARE STANDARD.
007430     COPY RFLCAL.CPY.
007500
007600 FD  SALES-FILE.
007700     COPY RFLSLS.CPY.
008670         10  RFL-PLG-REGISTER    PIC X(04).
008680         10  RFL-PLG-ENTRANT-ID  PIC X(10).
008690     05  FILLER                  PIC X(01).
008691
008692 FD  REGION-FILE
008693     LABEL RECORDS ARE STANDARD.
008694     COPY RFLREG.CPY.
008695
008696 FD  STATS-FILE.
008697 01  RFL-STATS-LINE              PIC X(145).
008700
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------*
009300 01  RFL-FILE-TAG                PIC X(05) VALUE 'FILE='.
009400 01  RFL-SALES-TAG               PIC X(06) VALUE 'SALES='.
009410 01  RFL-POSTLOG-TAG             PIC X(08) VALUE 'POSTLOG='.
009420 01  RFL-REGFILE-TAG             PIC X(08) VALUE 'REGFILE='.
009430 01  RFL-RUNID-TAG               PIC X(06) VALUE 'RUNID='.
009440 01  RFL-STATS-TAG               PIC X(06) VALUE 'STATS='.
009445 01  RFL-CALENDAR-TAG            PIC X(09) VALUE 'CALENDAR='.
009450 01  RFL-STATS-FILE-NAME         PIC X(50) VALUE 'RFL.RUN.STATS'.
009500 01  RFL-FILE-NAME               PIC X(50).
009600 01  RFL-SALES-NAME              PIC X(50)
009700                                 VALUE 'RFL.TICKET.SALES'.
009710 01  RFL-POSTLOG-NAME            PIC X(50)
009720                                 VALUE 'RFL.SALES.POSTLOG'.
009730 01  RFL-REGION-FILE-NAME        PIC X(50)
009740                                 VALUE 'RFL.REGION.MASTER'.
009750 01  RFL-CALENDAR-FILE-NAME      PIC X(50)
009760                                 VALUE 'RFL.RAFFLE.CALENDAR'.
009800 01  RFL-POSTED-FILE-NAME        PIC X(54).
009900 01  RFL-REJECT-FILE-NAME        PIC X(54).
010000 01  RFL-POS-FILE-NAME           PIC X(54).
010010 01  RFL-STATS-RUN-ID            PIC 9(08) VALUE ZERO.
010020 01  RFL-STATS-RUN-ID-X REDEFINES RFL-STATS-RUN-ID
010030                                 PIC X(08).
010100
010200*----------------------------------------------------------------*
010300*    FILE STATUS AND SWITCHES                                    *
010900 77  RFL-SALES-STATUS            PIC X(02).
011000     88  RFL-SALES-OK            VALUE '00'.
011100     88  RFL-SALES-NOT-FOUND     VALUE '35'.
011105
011110 77  RFL-CALENDAR-STATUS         PIC X(02).
011120     88  RFL-CALENDAR-OK         VALUE '00'.
011130     88  RFL-CALENDAR-NOT-FOUND  VALUE '35'.
011200
011300 77  RFL-POSTED-STATUS           PIC X(02).
011400     88  RFL-POSTED-OK           VALUE '00'.
012080
012090 77  RFL-ALREADY-POSTED-SW       PIC X(01) VALUE 'N'.
012091     88  RFL-ALREADY-POSTED      VALUE 'Y'.
012092
012093 77  RFL-REGION-STATUS           PIC X(02).
012094     88  RFL-REGION-OK           VALUE '00'.
012095
012096 77  RFL-STATS-STATUS            PIC X(02).
012097     88  RFL-STATS-OK            VALUE '00'.
012098     88  RFL-STATS-NOT-FOUND     VALUE '35'.
012100
012200 77  RFL-MORE-ARGS-SW            PIC X(01) VALUE 'Y'.
012300     88  RFL-NO-MORE-ARGS        VALUE 'N'.
013800     88  RFL-SALE-ACCEPTED       VALUE SPACES.
013900
014000 01  RFL-EDIT-REGION             PIC X(04).
014100 77  RFL-REGION-VALID-SW         PIC X(01) VALUE 'N'.
014200     88  RFL-EDIT-REGION-VALID   VALUE 'Y'.
014204
014208*----------------------------------------------------------------*
014216*    SALES WINDOW - the raffle's calendar record, kept once the  *
014224*    calendar is closed.  Not loaded means no window check.      *
014232*----------------------------------------------------------------*
014240 77  RFL-WINDOW-LOADED-SW        PIC X(01) VALUE 'N'.
014248     88  RFL-WINDOW-LOADED       VALUE 'Y'.
014256 77  RFL-WINDOW-STATUS           PIC X(01) VALUE SPACE.
014264     88  RFL-WINDOW-RAFFLE-OPEN  VALUE 'O'.
014272 77  RFL-WINDOW-OPEN-DATE        PIC 9(08) VALUE ZERO.
014280 77  RFL-WINDOW-CLOSE-DATE       PIC 9(08) VALUE ZERO.
014288 77  RFL-SALE-DATE               PIC 9(08) VALUE ZERO.
014300
014400*----------------------------------------------------------------*
014500*    POSTING COUNTERS AND TOTALS                                 *
017100     05  RFL-REJ-REASON          PIC X(02).
017200     05  FILLER                  PIC X(01) VALUE SPACE.
017300     05  RFL-REJ-IMAGE           PIC X(68).
017310
017320*----------------------------------------------------------------*
017330*    RUN-STATISTICS RECORD - see RFLSTA.CPY                      *
017340*----------------------------------------------------------------*
017350     COPY RFLSTA.CPY.
017400
017500 PROCEDURE DIVISION.
017600*****************************************************************
020600
020700*****************************************************************
020800*  1000-INITIALIZE - pick up the FILE= entrant file name and     *
020900*                    the optional SALES= feed override, and the  *
020910*                    run-statistics RUNID= and STATS= arguments, *
020920*                    and the CALENDAR= calendar override.        *
021000*****************************************************************
021100 1000-INITIALIZE.
021200     MOVE SPACES TO RFL-FILE-NAME.
021210     ACCEPT RFL-STATS-RUN-ID FROM DATE YYYYMMDD.
021300     PERFORM 1010-GET-ONE-ARGUMENT
021400         THRU 1010-GET-ONE-ARGUMENT-EXIT
021500         UNTIL RFL-NO-MORE-ARGS.
022300             MOVE 'N' TO RFL-MORE-ARGS-SW
022400             GO TO 1010-GET-ONE-ARGUMENT-EXIT
022500     END-ACCEPT.
022510     IF RFL-ARGUMENT(1:9) = RFL-CALENDAR-TAG
022520         MOVE RFL-ARGUMENT(10:50) TO RFL-CALENDAR-FILE-NAME
022530         GO TO 1010-GET-ONE-ARGUMENT-EXIT
022540     END-IF.
022600     IF RFL-ARGUMENT(1:5) = RFL-FILE-TAG
022700         MOVE RFL-ARGUMENT(6:50) TO RFL-FILE-NAME
022800     ELSE
023110             IF RFL-ARGUMENT(1:8) = RFL-POSTLOG-TAG
023120                 MOVE RFL-ARGUMENT(9:50) TO RFL-POSTLOG-NAME
023130             ELSE
023140                 IF RFL-ARGUMENT(1:8) = RFL-REGFILE-TAG
023150                     MOVE RFL-ARGUMENT(9:50)
023160                         TO RFL-REGION-FILE-NAME
023170                 ELSE
023173                     IF RFL-ARGUMENT(1:6) = RFL-RUNID-TAG
023176                         PERFORM 1020-SET-RUN-ID
023179                             THRU 1020-SET-RUN-ID-EXIT
023182                     ELSE
023185                         IF RFL-ARGUMENT(1:6) = RFL-STATS-TAG
023188                             MOVE RFL-ARGUMENT(7:50)
023191                                 TO RFL-STATS-FILE-NAME
023194                         ELSE
023197                             DISPLAY 'UNKNOWN ARGUMENT IGNORED: '
023200                                 RFL-ARGUMENT UPON SYSERR
023203                         END-IF
023206                     END-IF
023215                 END-IF
023220             END-IF
023400         END-IF
023500     END-IF.
023600 1010-GET-ONE-ARGUMENT-EXIT.
023700     EXIT.
023800
023804*****************************************************************
023808*  1020-SET-RUN-ID - RUNID=yyyymmdd files this step's run       *
023812*                    statistics under the night's run ID        *
023816*                    instead of today's date.  An operator      *
023820*                    rerunning the chain after midnight gives   *
023824*                    every step the crashed night's ID, as for  *
023828*                    the draw step, so the control report still *
023832*                    sees one night.                            *
023836*****************************************************************
023840 1020-SET-RUN-ID.
023844     IF RFL-ARGUMENT(7:8) IS NUMERIC
023848     AND RFL-ARGUMENT(15:1) = SPACE
023852         MOVE RFL-ARGUMENT(7:8) TO RFL-STATS-RUN-ID-X
023856         DISPLAY 'RUN ID SET TO ' RFL-STATS-RUN-ID
023860     ELSE
023864         DISPLAY 'BAD RUN ID IGNORED: ' RFL-ARGUMENT UPON SYSERR
023868     END-IF.
023872 1020-SET-RUN-ID-EXIT.
023876     EXIT.
023880
023900*****************************************************************
024000*  2000-OPEN-FILES - the entrant master opens I-O (it must       *
024100*                    already exist - the nightly extract         *
024440*                    nothing posted, because without it a        *
024450*                    rerun could not tell a fresh sale from      *
024460*                    one already applied.                        *
024470*                    The region master opens input and must      *
024480*                    exist - without it no new entrant's         *
024490*                    region can be edited.                       *
024493*                    Last, the raffle's sales window is          *
024496*                    loaded from the raffle calendar.            *
024500*****************************************************************
024600 2000-OPEN-FILES.
024700     OPEN I-O ENTRANT-FILE.
029097         CLOSE REJECT-FILE
029098         GO TO 2000-OPEN-FILES-EXIT
029099     END-IF.
029101     OPEN INPUT REGION-FILE.
029102     IF NOT RFL-REGION-OK
029103         DISPLAY 'CANNOT OPEN REGION MASTER: '
029104             RFL-REGION-FILE-NAME
029105             ' STATUS ' RFL-REGION-STATUS
029106             ' - NOTHING POSTED' UPON SYSERR
029107         MOVE 'Y' TO RFL-ANY-FAILURE-SW
029108         CLOSE ENTRANT-FILE
029109         CLOSE SALES-FILE
029110         CLOSE POSTED-FILE
029111         CLOSE REJECT-FILE
029112         CLOSE POSTLOG-FILE
029113         GO TO 2000-OPEN-FILES-EXIT
029114     END-IF.
029115     PERFORM 2500-PURGE-STALE-LOG
029116         THRU 2500-PURGE-STALE-LOG-EXIT.
029117     PERFORM 2100-LOAD-SALES-WINDOW
029118         THRU 2100-LOAD-SALES-WINDOW-EXIT.
029120 2000-OPEN-FILES-EXIT.
029200     EXIT.
029201
029202*****************************************************************
029204*  2100-LOAD-SALES-WINDOW - look the raffle up on the raffle     *
029206*                           calendar and keep its sales window   *
029208*                           and status for the run.  No calendar *
029210*                           yet, or a raffle that is not on it,  *
029212*                           posts every sale as before; a        *
029214*                           calendar that will not open ends the *
029216*                           run with nothing posted, as for the  *
029218*                           other masters.                       *
029220*****************************************************************
029222 2100-LOAD-SALES-WINDOW.
029224     OPEN INPUT CALENDAR-FILE.
029226     IF RFL-CALENDAR-NOT-FOUND
029228         DISPLAY 'NO RAFFLE CALENDAR: ' RFL-CALENDAR-FILE-NAME
029230             ' - SALES WINDOW NOT CHECKED'
029232         GO TO 2100-LOAD-SALES-WINDOW-EXIT
029234     END-IF.
029236     IF NOT RFL-CALENDAR-OK
029238         DISPLAY 'CANNOT OPEN RAFFLE CALENDAR: '
029240             RFL-CALENDAR-FILE-NAME
029242             ' STATUS ' RFL-CALENDAR-STATUS
029244             ' - NOTHING POSTED' UPON SYSERR
029246         MOVE 'Y' TO RFL-ANY-FAILURE-SW
029248         CLOSE ENTRANT-FILE
029250         CLOSE SALES-FILE
029252         CLOSE POSTED-FILE
029254         CLOSE REJECT-FILE
029256         CLOSE POSTLOG-FILE
029258         CLOSE REGION-FILE
029260         GO TO 2100-LOAD-SALES-WINDOW-EXIT
029262     END-IF.
029264     MOVE RFL-FILE-NAME TO RFL-CAL-FILE-NAME.
029266     READ CALENDAR-FILE KEY IS RFL-CAL-FILE-NAME
029268         INVALID KEY
029270             DISPLAY 'NOT ON THE RAFFLE CALENDAR - SALES WINDOW '
029272                 'NOT CHECKED: ' RFL-FILE-NAME
029274         NOT INVALID KEY
029276             MOVE 'Y' TO RFL-WINDOW-LOADED-SW
029278             MOVE RFL-CAL-STATUS TO RFL-WINDOW-STATUS
029280             MOVE RFL-CAL-SALES-OPEN TO RFL-WINDOW-OPEN-DATE
029282             MOVE RFL-CAL-SALES-CLOSE TO RFL-WINDOW-CLOSE-DATE
029284             DISPLAY 'SALES WINDOW ' RFL-WINDOW-OPEN-DATE
029286                 ' TO ' RFL-WINDOW-CLOSE-DATE
029288                 ', RAFFLE STATUS ' RFL-WINDOW-STATUS
029290     END-READ.
029292     CLOSE CALENDAR-FILE.
029294 2100-LOAD-SALES-WINDOW-EXIT.
029296     EXIT.
029300
029310*****************************************************************
029320*  2500-PURGE-STALE-LOG - drop posted-log entries older than     *
032240         ADD 1 TO RFL-SKIPPED-COUNT
032250         GO TO 3000-POST-ONE-SALE-EXIT
032260     END-IF.
032266     PERFORM 3300-CHECK-SALES-WINDOW
032272         THRU 3300-CHECK-SALES-WINDOW-EXIT.
032278     IF NOT RFL-SALE-ACCEPTED
032284         GO TO 3000-POST-ONE-SALE-EXIT
032290     END-IF.
032300     MOVE 'N' TO RFL-ON-FILE-SW.
032400     MOVE RFL-SLS-ENTRANT-ID TO RFL-ENTRANT-ID.
032500     READ ENTRANT-FILE KEY IS RFL-ENTRANT-ID
038200         GO TO 3200-CREATE-ENTRANT-EXIT
038300     END-IF.
038400     MOVE RFL-SLS-REGION TO RFL-EDIT-REGION.
038450     PERFORM 3250-CHECK-REGION THRU 3250-CHECK-REGION-EXIT.
038500     IF NOT RFL-EDIT-REGION-VALID
038600         MOVE '04' TO RFL-REJECT-REASON
038700         GO TO 3200-CREATE-ENTRANT-EXIT
040320         THRU 3850-LOG-POSTED-SALE-EXIT.
040400 3200-CREATE-ENTRANT-EXIT.
040500     EXIT.
040505
040509*****************************************************************
040513*  3250-CHECK-REGION - is RFL-EDIT-REGION on the region master,  *
040517*                      flagged active and inside its effective   *
040521*                      window today?  An effective-to date of    *
040525*                      zero is open-ended.                       *
040529*****************************************************************
040533 3250-CHECK-REGION.
040537     MOVE 'N' TO RFL-REGION-VALID-SW.
040541     MOVE RFL-EDIT-REGION TO RFL-REG-CODE.
040545     READ REGION-FILE KEY IS RFL-REG-CODE
040549         INVALID KEY
040553             GO TO 3250-CHECK-REGION-EXIT
040557     END-READ.
040561     IF RFL-REG-IS-ACTIVE
040565             AND RFL-REG-EFF-FROM NOT > RFL-TODAY-DATE
040569             AND (RFL-REG-EFF-TO = ZERO
040573                  OR RFL-REG-EFF-TO NOT < RFL-TODAY-DATE)
040577         MOVE 'Y' TO RFL-REGION-VALID-SW
040581     END-IF.
040585 3250-CHECK-REGION-EXIT.
040589     EXIT.
040600
040603*****************************************************************
040606*  3300-CHECK-SALES-WINDOW - reject (06) a sale dated before the *
040609*                            raffle's sales open or after its    *
040612*                            sales close, or made once the       *
040615*                            raffle is no longer OPEN - sales    *
040618*                            closed, drawn or cancelled.  The    *
040621*                            sale's date is the date part of its *
040624*                            register timestamp.  A sale already *
040627*                            on the posted-sales log was skipped *
040630*                            before it got here, so a rerun      *
040633*                            after the window closes does not    *
040636*                            reject what the first run posted.   *
040639*****************************************************************
040642 3300-CHECK-SALES-WINDOW.
040645     IF NOT RFL-WINDOW-LOADED
040648         GO TO 3300-CHECK-SALES-WINDOW-EXIT
040651     END-IF.
040654     IF RFL-SLS-TIMESTAMP-X(1:8) IS NUMERIC
040657         MOVE RFL-SLS-TIMESTAMP-X(1:8) TO RFL-SALE-DATE
040660     ELSE
040663         MOVE ZERO TO RFL-SALE-DATE
040666     END-IF.
040669     IF NOT RFL-WINDOW-RAFFLE-OPEN
040672             OR RFL-SALE-DATE < RFL-WINDOW-OPEN-DATE
040675             OR RFL-SALE-DATE > RFL-WINDOW-CLOSE-DATE
040678         MOVE '06' TO RFL-REJECT-REASON
040681         PERFORM 3900-WRITE-REJECT THRU 3900-WRITE-REJECT-EXIT
040684     END-IF.
040687 3300-CHECK-SALES-WINDOW-EXIT.
040690     EXIT.
040695
040700*****************************************************************
040800*  3800-WRITE-POSTED - one line per posted sale - who, which     *
040900*                      register, when, how many tickets and      *
044200     CLOSE POSTED-FILE.
044300     CLOSE REJECT-FILE.
044310     CLOSE POSTLOG-FILE.
044320     CLOSE REGION-FILE.
044400 4000-CLOSE-FILES-EXIT.
044500     EXIT.
044600
049600 5100-SUM-ONE-ENTRANT-EXIT.
049700     EXIT.
049800
049803*****************************************************************
049806*  8900-WRITE-RUN-STATS - append the run-statistics record the  *
049809*                         caller has filled in to the shared    *
049812*                         run-statistics file for the nightly   *
049815*                         operations control report (RFLOPS01). *
049818*                         The statistics are bookkeeping only - *
049821*                         a file that cannot be written is      *
049824*                         warned about and never changes this   *
049827*                         step's return code.                   *
049830*****************************************************************
049833 8900-WRITE-RUN-STATS.
049836     MOVE RFL-STATS-RUN-ID TO RFL-STA-RUN-ID.
049839     MOVE 'RFLSLS01' TO RFL-STA-PROGRAM.
049842     ACCEPT RFL-STA-STAMP-DATE FROM DATE YYYYMMDD.
049845     ACCEPT RFL-STA-STAMP-TIME FROM TIME.
049848     OPEN EXTEND STATS-FILE.
049851     IF RFL-STATS-NOT-FOUND
049854         OPEN OUTPUT STATS-FILE
049857     END-IF.
049860     IF NOT RFL-STATS-OK
049863         DISPLAY 'RUN STATISTICS NOT WRITTEN - '
049866             RFL-STATS-FILE-NAME ' STATUS ' RFL-STATS-STATUS
049869             UPON SYSERR
049872         GO TO 8900-WRITE-RUN-STATS-EXIT
049875     END-IF.
049878     MOVE RFL-RUN-STATS-RECORD TO RFL-STATS-LINE.
049881     WRITE RFL-STATS-LINE.
049884     CLOSE STATS-FILE.
049887 8900-WRITE-RUN-STATS-EXIT.
049890     EXIT.
049893
049900*****************************************************************
050000*  9999-TERMINATE - end of run totals, and the step's closing    *
050010*                   run-statistics record                       *
050100*****************************************************************
050200 9999-TERMINATE.
050300     DISPLAY 'SALES READ:        ' RFL-SALE-READ-COUNT.
050500     DISPLAY 'ENTRANTS CREATED:  ' RFL-CREATED-COUNT.
050600     DISPLAY 'SALES REJECTED:    ' RFL-REJECT-COUNT.
050610     DISPLAY 'ALREADY POSTED:    ' RFL-SKIPPED-COUNT.
050619     MOVE ZERO TO RFL-STA-COUNTS.
050628     MOVE 'S' TO RFL-STA-RECORD-TYPE.
050637     MOVE RFL-FILE-NAME TO RFL-STA-RAFFLE-FILE.
050646     MOVE RFL-SALE-READ-COUNT TO RFL-STA-READ.
050655     MOVE RFL-POSTED-COUNT TO RFL-STA-WRITTEN.
050664     MOVE RFL-REJECT-COUNT TO RFL-STA-REJECTED.
050673     MOVE RFL-SKIPPED-COUNT TO RFL-STA-SKIPPED.
050682     MOVE RETURN-CODE TO RFL-STA-RETURN-CODE.
050691     PERFORM 8900-WRITE-RUN-STATS THRU 8900-WRITE-RUN-STATS-EXIT.
050700 9999-TERMINATE-EXIT.
050800     EXIT.
