003300*                   Y/N flag saying whether the value crossed   *
003400*                   the tax-free threshold and was reported     *
003500*                   to payroll for withholding.                 *
003510*  2026-10-15  RDF  Added RFL-RPT-VOUCHER-NUMBER - every winner *
003520*                   is issued a check-digited prize voucher     *
003530*                   (RFLVCH.CPY) that the claim must quote.     *
003540*                   Zero on records drawn before vouchers.      *
003600*                                                               *
003700*****************************************************************
003800 01  RFL-REPORT-RECORD.
004800     05  RFL-RPT-PRIZE-DESC      PIC X(30).
004900     05  RFL-RPT-PRIZE-VALUE     PIC 9(07)V99.
005000     05  RFL-RPT-WITHHOLD-FLAG   PIC X(01).
005050     05  RFL-RPT-VOUCHER-NUMBER  PIC 9(10).
005100     05  FILLER                  PIC X(01).
