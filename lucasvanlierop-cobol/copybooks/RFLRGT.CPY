000100*****************************************************************
000200*                                                               *
000300*  RFLRGT.CPY                                                  *
000400*                                                               *
000500*  Maintenance transaction record for the region master.  One  *
000600*  record per change, keyed by RFL-RGT-CODE and carrying the   *
000700*  RFLREG.CPY fields as they should read after the change.     *
000800*  RFLRGM01 edits and applies these against the master with a  *
000900*  before/after audit trail.  A blank effective-to date means  *
001000*  the region stays in force until further notice; the -X      *
001100*  redefines are what the edits test.                          *
001200*                                                               *
001300*  Modification history                                        *
001400*  ---------------------                                       *
001500*  2026-10-15  RDF  Initial copybook.                          *
001600*                                                               *
001700*****************************************************************
001800 01  RFL-REGION-TRANS-RECORD.
001900     05  RFL-RGT-ACTION          PIC X(01).
002000         88  RFL-RGT-ADD         VALUE 'A'.
002100         88  RFL-RGT-CHANGE      VALUE 'C'.
002200         88  RFL-RGT-DELETE      VALUE 'D'.
002300         88  RFL-RGT-ACTION-OK   VALUE 'A' 'C' 'D'.
002400     05  RFL-RGT-CODE            PIC X(04).
002500     05  RFL-RGT-DESC            PIC X(30).
002600     05  RFL-RGT-ACTIVE          PIC X(01).
002700         88  RFL-RGT-ACTIVE-OK   VALUE 'Y' 'N'.
002800     05  RFL-RGT-EFF-FROM        PIC 9(08).
002900     05  RFL-RGT-EFF-FROM-X REDEFINES RFL-RGT-EFF-FROM
003000                                 PIC X(08).
003100     05  RFL-RGT-EFF-TO          PIC 9(08).
003200     05  RFL-RGT-EFF-TO-X REDEFINES RFL-RGT-EFF-TO
003300                                 PIC X(08).
003400     05  FILLER                  PIC X(01).
