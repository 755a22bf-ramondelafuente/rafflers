000100*****************************************************************
000200*                                                               *
000300*  RFLSTA.CPY                                                  *
000400*                                                               *
000500*  Run-statistics record.  Every step of the nightly RFLRAF01  *
000600*  chain appends its counts to the shared run-statistics file  *
000700*  RFL.RUN.STATS under the night's run ID (the run date unless *
000800*  RUNID= says otherwise, exactly as the draw step keys        *
000900*  RFL.RUN.CONTROL) - one 'F' record per raffle file a step    *
001000*  worked on and one closing 'S' record per step carrying the  *
001100*  step totals and its return code.  RFLOPS01 reads them back  *
001200*  into the nightly operations control report.  Not every      *
001300*  count applies to every step; the ones that do not are left  *
001400*  zero -                                                      *
001500*                                                               *
001600*      READ      records/sales/feed details read               *
001700*      WRITTEN   records converted, folded new, posted,        *
001800*                deleted or opened                             *
001900*      REJECTED  records rejected on edits or refused          *
002000*      EXCLUDED  entrants excluded from (or listed out of)     *
002100*                the draw                                      *
002200*      HELD      IDs held for review (duplicates, leavers'     *
002300*                claims, ACK details carried forward, wins     *
002350*                already on the claim master)                  *
002400*      WINNERS   winners drawn and recorded on the .RPT        *
002500*      SKIPPED   files skipped as already complete (or, for    *
002600*                RFLSLS01, sales already posted)               *
002700*                                                               *
002800*  Modification history                                        *
002900*  ---------------------                                       *
003000*  2026-10-15  RDF  Initial copybook.                          *
003100*                                                               *
003200*****************************************************************
003300 01  RFL-RUN-STATS-RECORD.
003400     05  RFL-STA-RUN-ID          PIC 9(08).
003500     05  RFL-STA-RECORD-TYPE     PIC X(01).
003600         88  RFL-STA-FILE-REC    VALUE 'F'.
003700         88  RFL-STA-STEP-REC    VALUE 'S'.
003800     05  RFL-STA-PROGRAM         PIC X(16).
003900     05  RFL-STA-RAFFLE-FILE     PIC X(50).
004000     05  RFL-STA-COUNTS.
004100         10  RFL-STA-READ        PIC 9(07).
004200         10  RFL-STA-WRITTEN     PIC 9(07).
004300         10  RFL-STA-REJECTED    PIC 9(07).
004400         10  RFL-STA-EXCLUDED    PIC 9(07).
004500         10  RFL-STA-HELD        PIC 9(07).
004600         10  RFL-STA-WINNERS     PIC 9(07).
004700         10  RFL-STA-SKIPPED     PIC 9(07).
004800     05  RFL-STA-RETURN-CODE     PIC 9(04).
004900     05  RFL-STA-STAMP-DATE      PIC 9(08).
005000     05  RFL-STA-STAMP-TIME      PIC 9(08).
005100     05  FILLER                  PIC X(01).
