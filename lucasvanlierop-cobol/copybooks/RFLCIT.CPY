000100*****************************************************************
000200*                                                               *
000300*  RFLCIT.CPY                                                  *
000400*                                                               *
000500*  Maintenance transaction record for the raffle-definition    *
000600*  control master (RFLDEF.CPY), the prize-inventory master     *
000700*  (RFLINV.CPY) and the raffle calendar (RFLCAL.CPY).          *
000800*  RFL-CIT-MASTER says which master the transaction is for - D *
000900*  for a raffle definition, I for an inventory item, C for a   *
001000*  raffle's calendar entry - and the body carries that         *
001100*  master's fields as they should read after the change.  A    *
001200*  definition field left blank keeps the run-level default in  *
001300*  force for the raffle, exactly as on the master itself.      *
001310*  RFLCIM01 applies these so the masters are no longer loaded  *
001320*  by hand.                                                    *
001400*                                                               *
001500*  Modification history                                        *
001600*  ---------------------                                       *
001700*  2026-10-15  RDF  Initial copybook.                          *
001710*  2026-10-15  RDF  Master code C - raffle calendar body.      *
001800*                                                               *
001900*****************************************************************
002000 01  RFL-CTLINV-TRANS-RECORD.
002100     05  RFL-CIT-ACTION          PIC X(01).
002200         88  RFL-CIT-ADD         VALUE 'A'.
002300         88  RFL-CIT-CHANGE      VALUE 'C'.
002400         88  RFL-CIT-DELETE      VALUE 'D'.
002500         88  RFL-CIT-ACTION-OK   VALUE 'A' 'C' 'D'.
002600     05  RFL-CIT-MASTER          PIC X(01).
002700         88  RFL-CIT-DEFINITION  VALUE 'D'.
002800         88  RFL-CIT-INVENTORY   VALUE 'I'.
002900         88  RFL-CIT-CALENDAR    VALUE 'C'.
002910         88  RFL-CIT-MASTER-OK   VALUE 'D' 'I' 'C'.
003000     05  RFL-CIT-DEF-BODY.
003100         10  RFL-CIT-DEF-FILE-NAME
003200                                 PIC X(50).
003300         10  RFL-CIT-DEF-WINNERS PIC 9(02).
003400         10  RFL-CIT-DEF-WINNERS-X REDEFINES RFL-CIT-DEF-WINNERS
003500                                 PIC X(02).
003600         10  RFL-CIT-DEF-REGION-MODE
003700                                 PIC X(01).
003800         10  RFL-CIT-DEF-TICKET-CAP
003900                                 PIC 9(05).
004000         10  RFL-CIT-DEF-TICKET-CAP-X
004100                                 REDEFINES RFL-CIT-DEF-TICKET-CAP
004200                                 PIC X(05).
004300         10  RFL-CIT-DEF-REJECT-POLICY
004400                                 PIC X(04).
004500         10  RFL-CIT-DEF-PRIZE-FILE
004600                                 PIC X(50).
004700         10  RFL-CIT-DEF-TAX-LIMIT
004800                                 PIC 9(07)V99.
004900         10  RFL-CIT-DEF-TAX-LIMIT-X
005000                                 REDEFINES RFL-CIT-DEF-TAX-LIMIT
005100                                 PIC X(09).
005200     05  RFL-CIT-INV-BODY REDEFINES RFL-CIT-DEF-BODY.
005300         10  RFL-CIT-INV-PRIZE-DESC
005400                                 PIC X(30).
005500         10  RFL-CIT-INV-ON-HAND PIC 9(05).
005600         10  RFL-CIT-INV-ON-HAND-X REDEFINES RFL-CIT-INV-ON-HAND
005700                                 PIC X(05).
005800         10  RFL-CIT-INV-REORDER PIC 9(05).
005900         10  RFL-CIT-INV-REORDER-X REDEFINES RFL-CIT-INV-REORDER
006000                                 PIC X(05).
006100         10  RFL-CIT-INV-SUBSTITUTE-DESC
006200                                 PIC X(30).
006300         10  RFL-CIT-INV-SUB-VALUE
006400                                 PIC 9(07)V99.
006500         10  RFL-CIT-INV-SUB-VALUE-X
006600                                 REDEFINES RFL-CIT-INV-SUB-VALUE
006700                                 PIC X(09).
006800         10  FILLER              PIC X(42).
006803     05  RFL-CIT-CAL-BODY REDEFINES RFL-CIT-DEF-BODY.
006806         10  RFL-CIT-CAL-FILE-NAME
006809                                 PIC X(50).
006812         10  RFL-CIT-CAL-STATUS  PIC X(01).
006815             88  RFL-CIT-CAL-STATUS-OK
006818                                 VALUE 'O' 'S' 'D' 'C'.
006821         10  RFL-CIT-CAL-SALES-OPEN
006824                                 PIC 9(08).
006827         10  RFL-CIT-CAL-SALES-OPEN-X
006830                                 REDEFINES RFL-CIT-CAL-SALES-OPEN
006833                                 PIC X(08).
006836         10  RFL-CIT-CAL-SALES-CLOSE
006839                                 PIC 9(08).
006842         10  RFL-CIT-CAL-SALES-CLOSE-X
006845                                 REDEFINES RFL-CIT-CAL-SALES-CLOSE
006848                                 PIC X(08).
006851         10  RFL-CIT-CAL-DRAW-DATE
006854                                 PIC 9(08).
006857         10  RFL-CIT-CAL-DRAW-DATE-X
006860                                 REDEFINES RFL-CIT-CAL-DRAW-DATE
006863                                 PIC X(08).
006866         10  RFL-CIT-CAL-RECURRENCE
006869                                 PIC X(01).
006872             88  RFL-CIT-CAL-RECURRENCE-OK
006875                                 VALUE 'N' 'D' 'W' 'M' 'Q'.
006878         10  FILLER              PIC X(45).
006900     05  FILLER                  PIC X(01).
