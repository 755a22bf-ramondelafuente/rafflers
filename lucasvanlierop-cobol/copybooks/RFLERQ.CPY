000100*****************************************************************
000200*                                                               *
000300*  RFLERQ.CPY                                                  *
000400*                                                               *
000500*  Data-protection erasure request record.  One line per       *
000600*  entrant to be erased - the entrant ID as payroll knows it   *
000700*  and the data-protection officer's case reference for the    *
000800*  request, which RFLERA01 prints on the erasure certificate   *
000900*  beside the outcome.  The ID is the only field the program   *
001000*  acts on; the name is deliberately not asked for, so the     *
001100*  request file itself holds no more personal data than it     *
001200*  must.                                                       *
001300*                                                               *
001400*  Modification history                                        *
001500*  ---------------------                                       *
001600*  2026-10-15  RDF  Initial copybook.                          *
001700*                                                               *
001800*****************************************************************
001900 01  RFL-ERASURE-REQUEST-RECORD.
002000     05  RFL-ERQ-ENTRANT-ID      PIC X(10).
002100     05  FILLER                  PIC X(01).
002200     05  RFL-ERQ-CASE-REF        PIC X(20).
002300     05  FILLER                  PIC X(09).
