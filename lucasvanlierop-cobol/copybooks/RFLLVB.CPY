000100*****************************************************************
000200*                                                               *
000300*  RFLLVB.CPY                                                  *
000400*                                                               *
000500*  Leaver before-image record.  RFLLVR01 deletes every leaver   *
000600*  on the HR leavers feed from the entrant KSDS, and first     *
000700*  appends the entrant record exactly as it stood - with the   *
000800*  ticket count in display form - to the before-image file     *
000900*  RFL.HR.LEAVERS.BIM, together with HR's leave date and the   *
001000*  date the delete was applied.  Payroll refunds unused        *
001100*  tickets from this file; nothing else on the system still    *
001200*  knows what a deleted leaver held.                           *
001300*                                                               *
001400*  Modification history                                        *
001500*  ---------------------                                       *
001600*  2026-10-15  RDF  Initial copybook.                          *
001700*                                                               *
001800*****************************************************************
001900 01  RFL-LEAVER-BEFORE-RECORD.
002000     05  RFL-LVB-ENTRANT-ID      PIC X(10).
002100     05  RFL-LVB-NAME            PIC X(30).
002200     05  RFL-LVB-REGION          PIC X(04).
002300     05  RFL-LVB-TICKET-COUNT    PIC 9(05).
002400     05  RFL-LVB-LEAVE-DATE      PIC 9(08).
002500     05  RFL-LVB-DELETED-DATE    PIC 9(08).
002600     05  FILLER                  PIC X(01).
