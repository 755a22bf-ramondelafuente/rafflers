001400*  Modification history                                        *
001500*  ---------------------                                       *
001600*  2026-09-02  RDF  Initial copybook.                          *
001610*  2026-10-15  RDF  Trailing filler byte is now the leaver    *
001620*                   flag - RFLLVR01 sets it on an OPEN claim   *
001630*                   whose winner has left, so Promotions can   *
001640*                   decide on a REDRAW= before the deadline.   *
001650*  2026-10-15  RDF  Added RFL-CLM-VOUCHER-NUMBER, copied from   *
001660*                   the win's .RPT record - a claim is only    *
001670*                   closed against that voucher.  Zero for a   *
001680*                   win drawn before vouchers were issued.     *
001686*  2026-10-15  RDF  Spare filler byte restored at the end of   *
001692*                   the record, which is now 117 bytes.        *
001700*                                                               *
001800*****************************************************************
001900 01  RFL-CLAIM-RECORD.
003000     05  RFL-CLM-DEADLINE-DATE   PIC 9(08).
003100     05  RFL-CLM-ACTION-DATE     PIC 9(08).
003200     05  RFL-CLM-CLERK-ID        PIC X(10).
003300     05  RFL-CLM-LEAVER-FLAG     PIC X(01).
003400         88  RFL-CLM-WINNER-LEFT VALUE 'Y'.
003500     05  RFL-CLM-VOUCHER-NUMBER  PIC 9(10).
003600     05  RFL-CLM-VOUCHER-X REDEFINES RFL-CLM-VOUCHER-NUMBER
003700                                 PIC X(10).
003710     05  FILLER                  PIC X(01).
