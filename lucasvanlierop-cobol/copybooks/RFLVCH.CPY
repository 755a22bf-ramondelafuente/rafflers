000100*****************************************************************
000200*                                                               *
000300*  RFLVCH.CPY                                                  *
000400*                                                               *
000500*  Prize-voucher register record.  Every winner the raffler    *
000600*  writes - first draw and REDRAW= replacement alike - is      *
000700*  issued a voucher number: a nine-digit serial from the       *
000800*  register's control record followed by a mod-10 check        *
000900*  digit, so a mistyped voucher is caught before it is even    *
001000*  looked up.  The voucher rides the .RPT record, the HR       *
001100*  notify detail and the claim master, and RFLCLM01 will only  *
001200*  close a claim that quotes it.  The register says what has   *
001300*  become of each one - issued, redeemed by a claim, or        *
001400*  voided because a redraw replaced its holder (the            *
001500*  replacement's voucher is kept on the voided record).        *
001600*                                                               *
001700*  The record keyed 0000000000 is the control record and       *
001800*  carries the last serial issued instead of a voucher body.   *
001900*                                                               *
002000*  Modification history                                        *
002100*  ---------------------                                       *
002200*  2026-10-15  RDF  Initial copybook.                          *
002300*                                                               *
002400*****************************************************************
002500 01  RFL-VOUCHER-RECORD.
002600     05  RFL-VCH-NUMBER          PIC 9(10).
002700         88  RFL-VCH-CONTROL-KEY VALUE ZERO.
002800     05  RFL-VCH-BODY.
002900         10  RFL-VCH-STATUS      PIC X(01).
003000             88  RFL-VCH-ISSUED  VALUE 'I'.
003100             88  RFL-VCH-REDEEMED
003200                                 VALUE 'R'.
003300             88  RFL-VCH-VOIDED  VALUE 'V'.
003400         10  RFL-VCH-ENTRANT-ID  PIC X(10).
003500         10  RFL-VCH-DRAW-DATE   PIC 9(08).
003600         10  RFL-VCH-DRAW-TIME   PIC 9(08).
003700         10  RFL-VCH-SOURCE-FILE PIC X(50).
003800         10  RFL-VCH-PRIZE-RANK  PIC 9(02).
003900         10  RFL-VCH-ISSUE-DATE  PIC 9(08).
004000         10  RFL-VCH-ACTION-DATE PIC 9(08).
004100         10  RFL-VCH-REPLACED-BY PIC 9(10).
004200         10  FILLER              PIC X(05).
004300     05  RFL-VCH-CONTROL REDEFINES RFL-VCH-BODY.
004400         10  RFL-VCH-LAST-SERIAL PIC 9(09).
004500         10  FILLER              PIC X(101).
