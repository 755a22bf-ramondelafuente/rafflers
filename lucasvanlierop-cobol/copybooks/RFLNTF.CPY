001320*                   rebuilding it, so an interim trailer may   *
001330*                   precede its details - the last trailer     *
001340*                   governs.                                   *
001350*  2026-10-15  RDF  Added RFL-NTF-VOUCHER-NUMBER to the detail  *
001360*                   body so the winner's letter quotes the     *
001370*                   prize voucher the claim will ask for.      *
001400*                                                               *
001500*****************************************************************
001600 01  RFL-NOTIFY-RECORD.
002400         10  RFL-NTF-RAFFLE-NAME  PIC X(50).
002500         10  RFL-NTF-DRAW-DATE    PIC 9(08).
002600         10  RFL-NTF-PRIZE-REF    PIC X(10).
002650         10  RFL-NTF-VOUCHER-NUMBER
002660                                  PIC 9(10).
002700     05  RFL-NTF-TRAILER REDEFINES RFL-NTF-BODY.
002800         10  RFL-NTF-RECORD-COUNT PIC 9(09).
002900         10  FILLER               PIC X(113).
003000     05  FILLER                  PIC X(01).
