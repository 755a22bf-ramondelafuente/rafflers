000100*****************************************************************
000200*                                                               *
000300*  RFLREG.CPY                                                  *
000400*                                                               *
000500*  Central region master record, keyed by the 4-byte region    *
000600*  code entrant records carry in RFL-ENTRANT-REGION.  Every    *
000700*  program that edits a region validates it here instead of    *
000800*  against its own hard-coded list, so opening an office is    *
000900*  one maintenance transaction, not a round of recompiles.     *
001000*  A region is valid for an edit only while it is flagged      *
001100*  active and the edit date falls inside its effective         *
001200*  window - an effective-to date of zero means open-ended.     *
001300*  The description is what region-level output prints in      *
001400*  place of the bare code.  RFLRGM01 maintains the records.    *
001500*                                                               *
001600*  Modification history                                        *
001700*  ---------------------                                       *
001800*  2026-10-15  RDF  Initial copybook.                          *
001900*                                                               *
002000*****************************************************************
002100 01  RFL-REGION-RECORD.
002200     05  RFL-REG-CODE            PIC X(04).
002300     05  RFL-REG-DESC            PIC X(30).
002400     05  RFL-REG-ACTIVE          PIC X(01).
002500         88  RFL-REG-IS-ACTIVE   VALUE 'Y'.
002600     05  RFL-REG-EFF-FROM        PIC 9(08).
002700     05  RFL-REG-EFF-TO          PIC 9(08).
002800     05  FILLER                  PIC X(01).
