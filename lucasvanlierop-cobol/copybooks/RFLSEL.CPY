000100*****************************************************************
000200*                                                               *
000300*  RFLSEL.CPY                                                  *
000400*                                                               *
000500*  Audit-file seal record.  Each raffle file's .RPT winner     *
000600*  audit file has a sealed companion, FILE-NAME.SEAL, holding  *
000700*  one 'D' line per .RPT record and a closing 'T' trailer.     *
000800*  The 'D' line carries the running control hash after that   *
000900*  record - every byte of the record folded into the hash of   *
001000*  the record before it, the first one into the seal key read  *
001100*  from the restricted RFL.SEAL.KEY file - so changing,        *
001200*  removing or reordering any record breaks the chain from     *
001300*  that record on, and nobody without the key can work out a   *
001400*  chain that matches an edited file.  The trailer carries the *
001500*  record count and the final hash under a keyed check of its  *
001600*  own, so the tail of the file cannot be cut off unnoticed.   *
001700*                                                               *
001800*  Written by DOMCODE-RAFFLER as it appends winners, and by    *
001900*  RFLERA01 when an erasure rewrites a .RPT.  A .RPT written   *
002000*  before seals were kept is sealed once, by RFLSEL01 with     *
002100*  ADOPT=YES.                                                  *
002200*  Checked by RFLSEL01 ahead of every step that reads the      *
002300*  .RPT files into the masters.                                *
002400*                                                               *
002500*  Modification history                                        *
002600*  ---------------------                                       *
002700*  2026-10-15  RDF  Initial copybook.                          *
002800*                                                               *
002900*****************************************************************
003000 01  RFL-SEAL-RECORD.
003100     05  RFL-SEL-RECORD-TYPE     PIC X(01).
003200         88  RFL-SEL-DETAIL      VALUE 'D'.
003300         88  RFL-SEL-TRAILER     VALUE 'T'.
003400     05  RFL-SEL-DETAIL-DATA.
003500         10  RFL-SEL-RECORD-NO   PIC 9(07).
003600         10  RFL-SEL-CHAIN       PIC 9(09).
003700         10  RFL-SEL-DRAW-DATE   PIC 9(08).
003800         10  RFL-SEL-DRAW-TIME   PIC 9(08).
003900         10  RFL-SEL-PRIZE-RANK  PIC 9(02).
004000         10  FILLER              PIC X(25).
004100     05  RFL-SEL-TRAILER-DATA REDEFINES RFL-SEL-DETAIL-DATA.
004200         10  RFL-SEL-RECORD-COUNT
004300                                 PIC 9(07).
004400         10  RFL-SEL-FINAL-CHAIN PIC 9(09).
004500         10  RFL-SEL-TRAILER-CHECK
004600                                 PIC 9(09).
004700         10  RFL-SEL-SEALED-BY   PIC X(16).
004800         10  RFL-SEL-SEALED-DATE PIC 9(08).
004900         10  RFL-SEL-SEALED-TIME PIC 9(08).
005000         10  FILLER              PIC X(02).
