000100*****************************************************************
000200*                                                               *
000300*  RFLLVR.CPY                                                  *
000400*                                                               *
000500*  HR leavers/terminations interface record.  HR sends one     *
000600*  'D' detail record for every employee who left (or was       *
000700*  terminated) since the last feed - entrant ID as payroll     *
000800*  knows it, name, last working day and HR's own leave-reason  *
000900*  code - closed by a single 'T' trailer carrying the detail   *
001000*  count so RFLLVR01 can verify it got the whole feed before   *
001100*  it deletes anybody.  A trailer mismatch fails the step      *
001200*  with nothing applied.                                       *
001300*                                                               *
001400*  Modification history                                        *
001500*  ---------------------                                       *
001600*  2026-10-15  RDF  Initial copybook.                          *
001700*                                                               *
001800*****************************************************************
001900 01  RFL-LEAVER-RECORD.
002000     05  RFL-LVR-RECORD-TYPE     PIC X(01).
002100         88  RFL-LVR-DETAIL-REC  VALUE 'D'.
002200         88  RFL-LVR-TRAILER-REC VALUE 'T'.
002300     05  RFL-LVR-BODY.
002400         10  RFL-LVR-ENTRANT-ID   PIC X(10).
002500         10  RFL-LVR-NAME         PIC X(30).
002600         10  RFL-LVR-LEAVE-DATE   PIC 9(08).
002700         10  RFL-LVR-REASON       PIC X(02).
002800     05  RFL-LVR-TRAILER REDEFINES RFL-LVR-BODY.
002900         10  RFL-LVR-RECORD-COUNT PIC 9(09).
003000         10  FILLER               PIC X(41).
003100     05  FILLER                  PIC X(01).
