000100*****************************************************************
000200*                                                               *
000300*  RFLSRS.CPY                                                  *
000400*                                                               *
000500*  Seal-check result record.  RFLSEL01 appends one to the      *
000600*  seal-result file RFL.SEAL.RESULT for every raffle file it   *
000700*  checks, so a later step can ask whether a file's .RPT       *
000800*  passed its last seal check without reading the printed seal *
000900*  report.  The result text is the one the report prints; the  *
001000*  verdict reduces it to passed (SEAL INTACT, NO DRAWS ON      *
001100*  RECORD, ADOPTED) or failed.  The record count is how many   *
001200*  .RPT records the check covered - a record appended since    *
001300*  then has not been checked.                                  *
001400*                                                               *
001500*  The file only grows; the last record for a raffle file is   *
001600*  its current result.                                         *
001700*                                                               *
001800*  Modification history                                        *
001900*  ---------------------                                       *
002000*  2026-10-15  RDF  Initial copybook.                          *
002100*                                                               *
002200*****************************************************************
002300 01  RFL-SEAL-RESULT-RECORD.
002400     05  RFL-SRS-RUN-ID          PIC 9(08).
002500     05  RFL-SRS-RAFFLE-FILE     PIC X(50).
002600     05  RFL-SRS-VERDICT         PIC X(01).
002700         88  RFL-SRS-PASSED      VALUE 'P'.
002800         88  RFL-SRS-FAILED      VALUE 'F'.
002900     05  RFL-SRS-RESULT          PIC X(20).
003000     05  RFL-SRS-RECORD-COUNT    PIC 9(07).
003100     05  RFL-SRS-CHECKED-DATE    PIC 9(08).
003200     05  RFL-SRS-CHECKED-TIME    PIC 9(08).
003300     05  FILLER                  PIC X(18).
