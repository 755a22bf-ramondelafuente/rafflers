000100*****************************************************************
000200*                                                               *
000300*  RFLCAL.CPY                                                  *
000400*                                                               *
000500*  Raffle-calendar master record, keyed by raffle file name.   *
000600*  One record per raffle, carrying its ticket-sales window,    *
000700*  its draw date and how (or whether) it recurs, and where it  *
000800*  stands - so tonight's manifest is built from the raffles    *
000900*  actually due instead of every file the extract refreshed.   *
001000*                                                               *
001100*      STATUS      O  OPEN - the sales window is (or will be)  *
001200*                     open and the draw is still to come       *
001300*                  S  SALES CLOSED - past the sales close      *
001400*                     date, waiting for its draw               *
001500*                  D  DRAWN - a one-off raffle that has drawn  *
001600*                  C  CANCELLED - never drawn again            *
001700*      RECURRENCE  N  ONE-OFF     D  NIGHTLY    W  WEEKLY      *
001800*                  M  MONTHLY     Q  QUARTERLY                 *
001900*                                                               *
002000*  RFLCAL01 MODE=BUILD writes every OPEN or SALES CLOSED       *
002100*  raffle whose draw date has come to the night's manifest.    *
002200*  RFLCAL01 MODE=ADVANCE, behind the draw, moves each raffle   *
002300*  the draw stamped complete on RFL.RUN.CONTROL to DRAWN, or   *
002400*  rolls a recurring one forward a period (sales window and    *
002500*  draw date together) and reopens it, and closes the sales    *
002600*  of every raffle past its close date.  RFLSLS01 rejects a    *
002700*  sale dated outside the window, or against a raffle no       *
002800*  longer OPEN.  The last-drawn date and draw count are kept   *
002900*  by ADVANCE only; RFLCIM01 maintains the rest.               *
002910*  The anchor days are the days of the month the sales window  *
002920*  and draw date were set for.  A monthly or quarterly raffle  *
002930*  rolled onto a short month's last day is back on its own     *
002940*  day the month after.  Zero anchors (a raffle set up before  *
002950*  they were kept) are taken from the dates at the next roll.  *
003000*                                                               *
003100*  Modification history                                        *
003200*  ---------------------                                       *
003300*  2026-10-15  RDF  Initial copybook.                          *
003310*  2026-10-15  RDF  Anchor days for the sales window and the   *
003320*                   draw date, out of the trailing FILLER.     *
003400*                                                               *
003500*****************************************************************
003600 01  RFL-CALENDAR-RECORD.
003700     05  RFL-CAL-FILE-NAME       PIC X(50).
003800     05  RFL-CAL-STATUS          PIC X(01).
003900         88  RFL-CAL-OPEN        VALUE 'O'.
004000         88  RFL-CAL-SALES-CLOSED
004100                                 VALUE 'S'.
004200         88  RFL-CAL-DRAWN       VALUE 'D'.
004300         88  RFL-CAL-CANCELLED   VALUE 'C'.
004400         88  RFL-CAL-STATUS-OK   VALUE 'O' 'S' 'D' 'C'.
004500     05  RFL-CAL-SALES-OPEN      PIC 9(08).
004600     05  RFL-CAL-SALES-CLOSE     PIC 9(08).
004700     05  RFL-CAL-DRAW-DATE       PIC 9(08).
004800     05  RFL-CAL-RECURRENCE      PIC X(01).
004900         88  RFL-CAL-ONE-OFF     VALUE 'N'.
005000         88  RFL-CAL-NIGHTLY     VALUE 'D'.
005100         88  RFL-CAL-WEEKLY      VALUE 'W'.
005200         88  RFL-CAL-MONTHLY     VALUE 'M'.
005300         88  RFL-CAL-QUARTERLY   VALUE 'Q'.
005400         88  RFL-CAL-RECURRENCE-OK
005500                                 VALUE 'N' 'D' 'W' 'M' 'Q'.
005600     05  RFL-CAL-LAST-DRAWN      PIC 9(08).
005700     05  RFL-CAL-DRAW-COUNT      PIC 9(05).
005800     05  RFL-CAL-ANCHOR-DAYS.
005810         10  RFL-CAL-OPEN-DAY    PIC 9(02).
005820         10  RFL-CAL-CLOSE-DAY   PIC 9(02).
005830         10  RFL-CAL-DRAW-DAY    PIC 9(02).
005840     05  FILLER                  PIC X(05).
